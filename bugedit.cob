      *  FULLY EDITED ITEMS DATED AFTER THE BUSINESS DATE - BUGREL     *
      *  RELEASES THOSE ON THEIR EFFECTIVE DATE.  RUN AS A STEP        *
      *  AHEAD OF BUG SO BAD INPUT CAN BE CORRECTED BEFORE POSTING,    *
      *  NOT AFTER.  AFTER TRANFILE THE SYSTEM TRANSACTION FILE        *
      *  (SYSTRAN - BALANCE SWEEPS WRITTEN BY BUGACM, INTEREST         *
      *  ACCRUALS BY BUGACR) IS EDITED THE SAME WAY INTO THE SAME      *
      *  CLEAN FILE.  A FIRST PASS PROVES EACH BATCH ON SYSTRAN        *
      *  AGAINST ITS OWN 999999 TRAILER, AND A BATCH THAT FAILS IS     *
      *  REJECTED WHOLE TO EDITERR.  SYSTRAN REPORTS TO SRCCFILE AS    *
      *  ONE MORE SOURCE, SYST.                                        *
      *  TRANFILE CARRIES ONE OR MORE INBOUND SOURCES, EACH OPENED BY  *
      *  A 000000 SOURCE HEADER AND CLOSED BY ITS OWN 999999 TRAILER.  *
      *  A FIRST PASS PROVES EVERY SOURCE AGAINST ITS TRAILER; ON THE  *
      *  EDIT PASS A SOURCE THAT IS OUT OF BALANCE, HAS NO TRAILER OR  *
      *  REPEATS AN EARLIER SOURCE ID IS REJECTED WHOLE TO EDITERR     *
      *  WHILE THE OTHERS CARRY ON.  EVERY ITEM IS STAMPED WITH ITS    *
      *  SOURCE ID, AND THE PER-SOURCE FIGURES GO TO SRCCFILE (WSSRCC  *
      *  LAYOUT) FOR BUGBAL.                                           *
      *  A REVERSAL MAY ONLY REACH BACK AS FAR AS THE REVERSAL WINDOW  *
      *  (REVERSAL-WINDOW ON PARMFILE, WSPARM LAYOUT, IN DAYS BEFORE   *
      *  THE BUSINESS DATE).  WHEN THE WINDOW REACHES BACK PAST THE    *
      *  LAST YEAR-END CUTOFF (YECFILE, WSYEC LAYOUT) THE LATEST       *
      *  YEARLY ARCHIVE (HISTYARC) IS SEARCHED AHEAD OF HISTFILE.      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUGEDIT.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.

           SELECT SYSTEM-TRANS-FILE ASSIGN TO "SYSTRAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SYSTRAN-STATUS.

           SELECT SOURCE-CONTROL-FILE ASSIGN TO "SRCCFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SOURCE-CONTROL-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO "HISTYARC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT YEAR-END-CONTROL ASSIGN TO "YECFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-YEAR-CTL-STATUS.

           SELECT PARAMETER-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARAMETER-STATUS.

           SELECT STEP-LOG-FILE ASSIGN TO "STEPLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEP-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE

       FD  CLEAN-FILE
           RECORDING MODE IS F.
       01  FD-CLEAN-RECORD                PIC X(57).

       FD  ERROR-FILE
           RECORDING MODE IS F.
       01  FD-ERROR-RECORD                PIC X(84).

       FD  ACCOUNT-FILE.
       01  FD-ACCOUNT-RECORD.
           05  FD-ACCT-STATUS             PIC X(1).
           05  FD-ACCT-OPEN-DATE          PIC 9(8).
           05  FD-ACCT-STATUS-DATE        PIC 9(8).
           05  FD-ACCT-CLASS              PIC X(2).
           05  FD-ACCT-CREDIT-LIMIT       PIC 9(11)V99.
           05  FD-ACCT-OVERDRAFT-IND      PIC X(1).

       FD  HISTORY-FILE
           RECORDING MODE IS F.
       01  FD-HISTORY-RECORD              PIC X(70).

       FD  PENDING-FILE
           RECORDING MODE IS F.
       01  FD-PENDING-RECORD              PIC X(65).

       FD  SYSTEM-TRANS-FILE
           RECORDING MODE IS F.
       01  FD-SYSTRAN-RECORD              PIC X(53).

       FD  SOURCE-CONTROL-FILE
           RECORDING MODE IS F.
       01  FD-SOURCE-CONTROL-RECORD       PIC X(100).

       FD  ARCHIVE-FILE
           RECORDING MODE IS F.
       01  FD-ARCHIVE-RECORD              PIC X(70).

       FD  YEAR-END-CONTROL
           RECORDING MODE IS F.
       01  FD-YEAR-CTL-RECORD             PIC X(34).

       FD  PARAMETER-FILE
           RECORDING MODE IS F.
       01  FD-PARAMETER-RECORD            PIC X(50).

       FD  STEP-LOG-FILE
           RECORDING MODE IS F.
       01  FD-STEP-LOG-RECORD              PIC X(50).

       WORKING-STORAGE SECTION.
       COPY WSTRANS.
       COPY WSACCT.
       COPY WSHIST.
       COPY WSPEND.
       COPY WSSRCC.
       COPY WSYEC.
       COPY WSPARM.
       COPY WSSTEP.

       01  WS-FILE-STATUSES.
           05  WS-TRANS-STATUS             PIC X(2) VALUE SPACES.
           05  WS-ACCOUNT-STATUS           PIC X(2) VALUE SPACES.
           05  WS-HISTORY-STATUS           PIC X(2) VALUE SPACES.
           05  WS-PENDING-STATUS           PIC X(2) VALUE SPACES.
           05  WS-SYSTRAN-STATUS           PIC X(2) VALUE SPACES.
           05  WS-SOURCE-CONTROL-STATUS    PIC X(2) VALUE SPACES.
           05  WS-ARCHIVE-STATUS           PIC X(2) VALUE SPACES.
           05  WS-YEAR-CTL-STATUS          PIC X(2) VALUE SPACES.
           05  WS-PARAMETER-STATUS         PIC X(2) VALUE SPACES.
           05  WS-STEP-LOG-STATUS          PIC X(2) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EOF-TRANS-SW             PIC X VALUE "N".
               88  RECORD-VALID            VALUE "Y".
           05  WS-DUPLICATE-SW             PIC X VALUE "N".
               88  DUPLICATE-FOUND         VALUE "Y".
           05  WS-EOF-PROVE-SW             PIC X VALUE "N".
               88  EOF-PROVE               VALUE "Y".
           05  WS-SOURCE-PASS-SW           PIC X VALUE "P".
               88  PROVING-SOURCES         VALUE "P".
               88  EDITING-SOURCES         VALUE "E".
           05  WS-SEGMENT-OPEN-SW          PIC X VALUE "N".
               88  SEGMENT-OPEN            VALUE "Y".
           05  WS-SOURCE-REJECTED-SW       PIC X VALUE "N".
               88  SOURCE-REJECTED         VALUE "Y".
           05  WS-ACCT-MASTER-SW           PIC X VALUE "N".
               88  ACCT-MASTER-AVAILABLE   VALUE "Y".
           05  WS-ACCT-ON-FILE-SW          PIC X VALUE "N".
               88  ORIGINAL-REVERSED       VALUE "Y".
           05  WS-PENDING-OPEN-SW          PIC X VALUE "N".
               88  PENDING-FILE-OPEN       VALUE "Y".
           05  WS-EOF-SYSTRAN-SW           PIC X VALUE "N".
               88  EOF-SYSTRAN             VALUE "Y".
           05  WS-SYSTEM-INPUT-SW          PIC X VALUE "N".
               88  SYSTEM-INPUT            VALUE "Y".
           05  WS-SYSTRAN-OPEN-SW          PIC X VALUE "N".
               88  SYSTRAN-OPEN            VALUE "Y".
           05  WS-BATCH-OPEN-SW            PIC X VALUE "N".
               88  BATCH-OPEN              VALUE "Y".
           05  WS-EOF-ARCHIVE-SW           PIC X VALUE "N".
               88  EOF-ARCHIVE             VALUE "Y".
           05  WS-SEARCH-ARCHIVE-SW        PIC X VALUE "N".
               88  SEARCH-ARCHIVE          VALUE "Y".
           05  WS-EOF-PARAMETER-SW         PIC X VALUE "N".
               88  EOF-PARAMETER           VALUE "Y".
           05  WS-WINDOW-SET-SW            PIC X VALUE "N".
               88  WINDOW-FROM-PARAMETER   VALUE "Y".

       01  WS-EDIT-COUNTS.
           05  WS-RECORDS-READ             PIC 9(9) VALUE 0.
       01  WS-RUN-DATE                     PIC 9(8) VALUE 0.
       01  WS-CURRENT-DATE-TIME            PIC X(21) VALUE SPACES.

      *    JOB-STREAM STEP LOGGING (STEPLOG, WSSTEP LAYOUT) - THE
      *    STEP THAT MUST HAVE ENDED CLEANLY TODAY BEFORE THIS ONE
      *    MAY RUN.
       01  WS-STEP-CONTROL.
           05  WS-STEP-PREDECESSOR         PIC X(8) VALUE "BUGACM".
           05  WS-STEP-BUSINESS-DATE       PIC 9(8) VALUE 0.
           05  WS-STEP-START-TIME          PIC 9(6) VALUE 0.
           05  WS-STEP-PRED-EVENT          PIC X(1) VALUE "N".
           05  WS-STEP-PRED-CODE           PIC 9(2) VALUE 0.
           05  WS-EOF-STEP-LOG-SW          PIC X VALUE "N".
               88  EOF-STEP-LOG            VALUE "Y".
           05  WS-STEP-SEQUENCE-SW         PIC X VALUE "N".
               88  STEP-OUT-OF-SEQUENCE    VALUE "Y".

       01  WS-CONTROL-TOTALS.
           05  WS-INPUT-HASH-TOTAL        PIC S9(11)V99 VALUE 0.
           05  WS-ACCEPTED-HASH-TOTAL     PIC S9(11)V99 VALUE 0.

      *    ONE ENTRY PER SOURCE SEGMENT ON TRANFILE, IN FILE ORDER.
      *    DETAIL RECORDS AHEAD OF ANY HEADER (A SINGLE-SOURCE FILE
      *    IN THE OLD LAYOUT) FORM A SEGMENT UNDER THE DEFAULT
      *    SOURCE ID.  BOTH PASSES NUMBER THE SEGMENTS THE SAME WAY,
      *    SO THE EDIT PASS FINDS EACH SEGMENT'S VERDICT BY POSITION.
      *    THE 50-ENTRY SIZE IS A SANITY LIMIT - ITEMS IN ANY
      *    SEGMENT BEYOND IT ARE REJECTED, SINCE THEY CANNOT BE
      *    PROVED.  ONE ENTRY MORE, AFTER THE TRANFILE SOURCES, IS
      *    KEPT FOR SYSTRAN AS SOURCE SYST.
       01  WS-SOURCE-CONTROLS.
           05  WS-DEFAULT-SOURCE-ID        PIC X(4) VALUE "TRAN".
           05  WS-SYSTEM-SOURCE-ID         PIC X(4) VALUE "SYST".
           05  WS-NEW-SOURCE-ID            PIC X(4) VALUE SPACES.
           05  WS-CURRENT-SOURCE-ID        PIC X(4) VALUE SPACES.
           05  WS-SEGMENT-NUMBER           PIC 9(4) VALUE 0.
           05  WS-CURRENT-SOURCE           PIC 9(4) VALUE 0.
           05  WS-MAX-SOURCES              PIC 9(4) VALUE 50.
           05  WS-SOURCE-COUNT             PIC 9(4) VALUE 0.
           05  WS-SOURCES-REJECTED         PIC 9(4) VALUE 0.
           05  WS-SYSTEM-SOURCE            PIC 9(4) VALUE 0.

       01  WS-SOURCE-TABLE.
           05  WS-SOURCE-ENTRY OCCURS 51 TIMES
                   INDEXED BY WS-SRC-IDX WS-SRC-CHK-IDX.
               10  WS-SRC-ID               PIC X(4).
               10  WS-SRC-STATUS           PIC X(1).
                   88  SRC-IN-BALANCE      VALUE "B".
                   88  SRC-OUT-OF-BALANCE  VALUE "O".
                   88  SRC-NO-TRAILER      VALUE "T".
                   88  SRC-DUPLICATE       VALUE "D".
               10  WS-SRC-TRAILER-SW       PIC X(1).
                   88  SRC-TRAILER-FOUND   VALUE "Y".
               10  WS-SRC-EXPECTED-COUNT   PIC 9(9).
               10  WS-SRC-EXPECTED-HASH    PIC S9(11)V99.
               10  WS-SRC-READ-COUNT       PIC 9(9).
               10  WS-SRC-READ-HASH        PIC S9(11)V99.
               10  WS-SRC-ACCEPTED-COUNT   PIC 9(9).
               10  WS-SRC-ACCEPTED-HASH    PIC S9(11)V99.
               10  WS-SRC-WAREHOUSED-COUNT PIC 9(9).
               10  WS-SRC-REJECTED-COUNT   PIC 9(9).

      *    SYSTRAN MAY CARRY MORE THAN ONE BATCH (BUGACM'S SWEEPS,
      *    BUGACR'S ACCRUALS), EACH CLOSED BY ITS OWN TRAILER.  AS
      *    FOR THE TRANFILE SOURCES, THE FIRST PASS BUILDS ONE ENTRY
      *    PER BATCH AND THE EDIT PASS FINDS EACH BATCH'S VERDICT BY
      *    POSITION.  THE 20-ENTRY SIZE IS A SANITY LIMIT - ITEMS IN
      *    ANY BATCH BEYOND IT ARE REJECTED, SINCE THEY CANNOT BE
      *    PROVED.
       01  WS-SYSTRAN-CONTROLS.
           05  WS-SYSTRAN-RECORDS-READ     PIC 9(9) VALUE 0.
           05  WS-SYSTRAN-BATCHES          PIC 9(9) VALUE 0.
           05  WS-CURRENT-BATCH            PIC 9(4) VALUE 0.
           05  WS-MAX-BATCHES              PIC 9(4) VALUE 20.
           05  WS-BATCH-COUNT              PIC 9(4) VALUE 0.

       01  WS-SYSTRAN-BATCH-TABLE.
           05  WS-BATCH-ENTRY OCCURS 20 TIMES
                   INDEXED BY WS-BAT-IDX.
               10  WS-BAT-STATUS           PIC X(1).
                   88  BAT-IN-BALANCE      VALUE "B".
                   88  BAT-OUT-OF-BALANCE  VALUE "O".
                   88  BAT-NO-TRAILER      VALUE "T".
               10  WS-BAT-TRAILER-SW       PIC X(1).
                   88  BAT-TRAILER-FOUND   VALUE "Y".
               10  WS-BAT-EXPECTED-COUNT   PIC 9(9).
               10  WS-BAT-EXPECTED-HASH    PIC S9(11)V99.
               10  WS-BAT-READ-COUNT       PIC 9(9).
               10  WS-BAT-READ-HASH        PIC S9(11)V99.

      *    EVERY ACCEPTED TRANS-ID IS REMEMBERED HERE SO LATER
      *    OCCURRENCES CAN BE REJECTED AS DUPLICATES.  THE 5000-ENTRY
           05  WS-ORIG-TYPE                PIC X(2) VALUE SPACES.
           05  WS-ORIG-ACCOUNT             PIC X(8) VALUE SPACES.
           05  WS-ORIG-AMOUNT              PIC S9(7)V99 VALUE 0.
           05  WS-ORIG-POST-DATE           PIC 9(8) VALUE 0.

      *    HOW FAR BACK A REVERSAL MAY REACH: AN ORIGINAL POSTED
      *    BEFORE THE WINDOW START IS OUTSIDE THE WINDOW.  THE 365-DAY
      *    DEFAULT APPLIES WHEN PARMFILE CARRIES NO REVERSAL-WINDOW.
       01  WS-REVERSAL-WINDOW.
           05  WS-WINDOW-PARM-NAME         PIC X(16)
                                           VALUE "REVERSAL-WINDOW".
           05  WS-WINDOW-DAYS              PIC 9(5) VALUE 365.
           05  WS-WINDOW-START-DATE        PIC 9(8) VALUE 0.
           05  WS-WINDOW-START-INTEGER     PIC S9(9) COMP.

      *    ORIGINALS REVERSED BY EARLIER TRANSACTIONS IN THIS RUN -
      *    THE HISTORY SCAN ONLY SEES PRIOR DAYS, SO TWO REVERSALS

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0800-CHECK-STEP-SEQUENCE
           IF STEP-OUT-OF-SEQUENCE
               STOP RUN
           END-IF
           PERFORM 0850-LOG-STEP-START
           PERFORM 1000-INITIALIZE
           SET EDITING-SOURCES TO TRUE
           MOVE 0 TO WS-SEGMENT-NUMBER
           MOVE "N" TO WS-SEGMENT-OPEN-SW
           PERFORM UNTIL EOF-TRANS
               READ TRANS-FILE INTO TRANSACTION-RECORD
                   AT END
                       SET EOF-TRANS TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN TRANS-SOURCE-HEADER
                               MOVE SHDR-SOURCE-ID
                                   TO WS-NEW-SOURCE-ID
                               PERFORM 1520-OPEN-SOURCE-SEGMENT
                           WHEN TRANS-TRAILER
                               PERFORM 1530-CLOSE-SOURCE-SEGMENT
                           WHEN OTHER
                               ADD 1 TO WS-RECORDS-READ
                               IF TRANS-AMOUNT IS NUMERIC
                                   ADD TRANS-AMOUNT
                                       TO WS-INPUT-HASH-TOTAL
                               END-IF
                               PERFORM 2010-EDIT-SOURCE-ITEM
                       END-EVALUATE
               END-READ
           END-PERFORM
           MOVE 0 TO WS-CURRENT-SOURCE
           PERFORM 2050-EDIT-SYSTEM-TRANSACTIONS
           PERFORM 3000-TERMINATE
           PERFORM 8800-LOG-STEP-END
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
           DISPLAY "BUGEDIT: *** RUN REFUSED - " WS-STEP-PREDECESSOR
               " NOT COMPLETE FOR BUSINESS DATE "
               WS-STEP-BUSINESS-DATE " ***"
           EVALUATE WS-STEP-PRED-EVENT
               WHEN "N"
                   DISPLAY "BUGEDIT: " WS-STEP-PREDECESSOR
                       " HAS NOT RUN TODAY"
               WHEN "S"
                   DISPLAY "BUGEDIT: " WS-STEP-PREDECESSOR
                       " STARTED BUT NEVER ENDED"
               WHEN "R"
                   DISPLAY "BUGEDIT: " WS-STEP-PREDECESSOR
                       " WAS ITSELF REFUSED"
               WHEN OTHER
                   DISPLAY "BUGEDIT: " WS-STEP-PREDECESSOR
                       " ENDED WITH CONDITION CODE "
                       WS-STEP-PRED-CODE
           END-EVALUATE
           DISPLAY "BUGEDIT: RERUN " WS-STEP-PREDECESSOR
               " CLEANLY, THEN RESUBMIT THIS STEP"
           MOVE 16 TO RETURN-CODE
           MOVE SPACES TO STEP-LOG-RECORD
           MOVE "R" TO STEP-EVENT
           MOVE WS-STEP-BUSINESS-DATE TO STEP-END-DATE
           MOVE WS-STEP-START-TIME TO STEP-END-TIME
           MOVE 16 TO STEP-CONDITION-CODE
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

      *    A FILE ERROR ON TRANFILE, CLEANTRN, EDITERR OR SRCCFILE
      *    ENDS THE STEP WITH CONDITION CODE 12, WHICH THE STEP LOG
      *    CARRIES FORWARD SO THE REST OF THE NIGHT IS HELD.  A
      *    REJECTED SOURCE ONLY RAISES IT TO 4 AND NEVER LOWERS IT.
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-RUN-DATE
               DISPLAY "BUGEDIT: ERROR OPENING TRANFILE - STATUS "
                   WS-TRANS-STATUS
               SET EOF-TRANS TO TRUE
               MOVE 12 TO RETURN-CODE
           END-IF
           OPEN OUTPUT CLEAN-FILE
           IF WS-CLEAN-STATUS NOT = "00"
               DISPLAY "BUGEDIT: ERROR OPENING CLEANTRN - STATUS "
                   WS-CLEAN-STATUS
               SET EOF-TRANS TO TRUE
               SET EOF-SYSTRAN TO TRUE
               MOVE 12 TO RETURN-CODE
           END-IF
           OPEN OUTPUT ERROR-FILE
           IF WS-ERROR-STATUS NOT = "00"
               DISPLAY "BUGEDIT: ERROR OPENING EDITERR - STATUS "
                   WS-ERROR-STATUS
               SET EOF-TRANS TO TRUE
               SET EOF-SYSTRAN TO TRUE
               MOVE 12 TO RETURN-CODE
           END-IF
           PERFORM 1100-OPEN-ACCOUNT-MASTER
           PERFORM 1200-SET-REVERSAL-WINDOW
           IF NOT EOF-TRANS
               PERFORM 1500-PROVE-SOURCE-CONTROLS
           END-IF
           IF NOT EOF-SYSTRAN
               PERFORM 1600-PROVE-SYSTRAN-BATCHES
           END-IF.

      *    A MISSING ACCOUNT MASTER MUST NOT STOP THE NIGHTLY EDIT -
      *    VALIDATION IS SKIPPED WITH A CONSOLE WARNING SO THE SHOP
                   " - ACCOUNT VALIDATION SKIPPED"
           END-IF.

      *    THE WINDOW IS A CONTROLLED VALUE ON PARMFILE, SHOWN ON THE
      *    CONSOLE WITH WHO SET IT AND WHEN.  THE ARCHIVE IS ONLY
      *    SEARCHED WHEN THE WINDOW STARTS ON OR BEFORE THE LAST
      *    YEAR-END CUTOFF - OTHERWISE EVERY ORIGINAL STILL INSIDE THE
      *    WINDOW IS ON HISTFILE.
       1200-SET-REVERSAL-WINDOW.
           OPEN INPUT PARAMETER-FILE
           IF WS-PARAMETER-STATUS NOT = "00"
               SET EOF-PARAMETER TO TRUE
           END-IF
           PERFORM UNTIL EOF-PARAMETER
               READ PARAMETER-FILE INTO RUN-PARAMETER-RECORD
                   AT END
                       SET EOF-PARAMETER TO TRUE
                   NOT AT END
                       IF PARM-NAME = WS-WINDOW-PARM-NAME
                           MOVE PARM-VALUE TO WS-WINDOW-DAYS
                           SET WINDOW-FROM-PARAMETER TO TRUE
                           DISPLAY "BUGEDIT: REVERSAL WINDOW "
                               WS-WINDOW-DAYS " DAYS - SET "
                               PARM-SET-DATE " BY " PARM-SET-BY
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PARAMETER-STATUS = "10" OR WS-PARAMETER-STATUS = "00"
               CLOSE PARAMETER-FILE
           END-IF
           IF NOT WINDOW-FROM-PARAMETER
               DISPLAY "BUGEDIT: NO REVERSAL-WINDOW ON PARMFILE - "
                   "DEFAULT " WS-WINDOW-DAYS " DAYS USED"
           END-IF
           COMPUTE WS-WINDOW-START-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               - WS-WINDOW-DAYS
           COMPUTE WS-WINDOW-START-DATE =
               FUNCTION DATE-OF-INTEGER(WS-WINDOW-START-INTEGER)
           OPEN INPUT YEAR-END-CONTROL
           IF WS-YEAR-CTL-STATUS = "00"
               READ YEAR-END-CONTROL INTO YEAR-END-CONTROL-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-WINDOW-START-DATE NOT > YEC-CUTOFF-DATE
                           SET SEARCH-ARCHIVE TO TRUE
                       END-IF
               END-READ
               CLOSE YEAR-END-CONTROL
           END-IF.

      *    FIRST PASS: READ TRANFILE THROUGH, TOTAL EACH SOURCE'S
      *    DETAIL AND SET ITS VERDICT AGAINST ITS OWN TRAILER, THEN
      *    REOPEN THE FILE FOR THE EDIT PASS.  NOTHING IS EDITED OR
      *    WRITTEN HERE, SO A SHORT SOURCE IS KNOWN BEFORE ANY OF ITS
      *    ITEMS COULD REACH THE CLEAN FILE.
       1500-PROVE-SOURCE-CONTROLS.
           SET PROVING-SOURCES TO TRUE
           PERFORM UNTIL EOF-PROVE
               READ TRANS-FILE INTO TRANSACTION-RECORD
                   AT END
                       SET EOF-PROVE TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN TRANS-SOURCE-HEADER
                               MOVE SHDR-SOURCE-ID
                                   TO WS-NEW-SOURCE-ID
                               PERFORM 1520-OPEN-SOURCE-SEGMENT
                           WHEN TRANS-TRAILER
                               PERFORM 1530-CLOSE-SOURCE-SEGMENT
                           WHEN OTHER
                               PERFORM 1510-TOTAL-SOURCE-ITEM
                       END-EVALUATE
               END-READ
           END-PERFORM
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > WS-SOURCE-COUNT
               PERFORM 1540-SET-SOURCE-VERDICT
           END-PERFORM
           CLOSE TRANS-FILE
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "BUGEDIT: ERROR REOPENING TRANFILE - STATUS "
                   WS-TRANS-STATUS
               SET EOF-TRANS TO TRUE
           END-IF.

       1510-TOTAL-SOURCE-ITEM.
           IF NOT SEGMENT-OPEN
               MOVE WS-DEFAULT-SOURCE-ID TO WS-NEW-SOURCE-ID
               PERFORM 1520-OPEN-SOURCE-SEGMENT
           END-IF
           IF WS-CURRENT-SOURCE > 0
               SET WS-SRC-IDX TO WS-CURRENT-SOURCE
               ADD 1 TO WS-SRC-READ-COUNT(WS-SRC-IDX)
               IF TRANS-AMOUNT IS NUMERIC
                   ADD TRANS-AMOUNT TO WS-SRC-READ-HASH(WS-SRC-IDX)
               END-IF
           END-IF.

      *    A HEADER OPENS A NEW SEGMENT EVEN IF THE LAST ONE NEVER
      *    SAW ITS TRAILER - THAT SEGMENT STAYS WITHOUT ONE AND IS
      *    REJECTED.  ON THE PROVING PASS THE SEGMENT'S TABLE ENTRY
      *    IS BUILT; ON THE EDIT PASS IT IS ONLY LOCATED.
       1520-OPEN-SOURCE-SEGMENT.
           SET SEGMENT-OPEN TO TRUE
           ADD 1 TO WS-SEGMENT-NUMBER
           MOVE WS-NEW-SOURCE-ID TO WS-CURRENT-SOURCE-ID
           IF WS-SEGMENT-NUMBER > WS-MAX-SOURCES
               MOVE 0 TO WS-CURRENT-SOURCE
               IF PROVING-SOURCES
                   DISPLAY "BUGEDIT: SOURCE TABLE FULL - SOURCE "
                       WS-NEW-SOURCE-ID " (SEGMENT "
                       WS-SEGMENT-NUMBER ") CANNOT BE PROVED"
               END-IF
           ELSE
               MOVE WS-SEGMENT-NUMBER TO WS-CURRENT-SOURCE
               IF PROVING-SOURCES
                   MOVE WS-SEGMENT-NUMBER TO WS-SOURCE-COUNT
                   SET WS-SRC-IDX TO WS-CURRENT-SOURCE
                   MOVE WS-NEW-SOURCE-ID TO WS-SRC-ID(WS-SRC-IDX)
                   MOVE SPACES TO WS-SRC-STATUS(WS-SRC-IDX)
                   MOVE "N" TO WS-SRC-TRAILER-SW(WS-SRC-IDX)
                   MOVE 0 TO WS-SRC-EXPECTED-COUNT(WS-SRC-IDX)
                   MOVE 0 TO WS-SRC-EXPECTED-HASH(WS-SRC-IDX)
                   MOVE 0 TO WS-SRC-READ-COUNT(WS-SRC-IDX)
                   MOVE 0 TO WS-SRC-READ-HASH(WS-SRC-IDX)
                   MOVE 0 TO WS-SRC-ACCEPTED-COUNT(WS-SRC-IDX)
                   MOVE 0 TO WS-SRC-ACCEPTED-HASH(WS-SRC-IDX)
                   MOVE 0 TO WS-SRC-WAREHOUSED-COUNT(WS-SRC-IDX)
                   MOVE 0 TO WS-SRC-REJECTED-COUNT(WS-SRC-IDX)
               END-IF
           END-IF.

      *    A TRAILER CLOSES THE SEGMENT IT FOLLOWS.  A TRAILER WITH
      *    NO SEGMENT OPEN (TWO TRAILERS IN A ROW) COVERS NOTHING AND
      *    IS IGNORED.
       1530-CLOSE-SOURCE-SEGMENT.
           IF SEGMENT-OPEN
               IF PROVING-SOURCES AND WS-CURRENT-SOURCE > 0
                   SET WS-SRC-IDX TO WS-CURRENT-SOURCE
                   SET SRC-TRAILER-FOUND(WS-SRC-IDX) TO TRUE
                   MOVE TRLR-RECORD-COUNT
                       TO WS-SRC-EXPECTED-COUNT(WS-SRC-IDX)
                   MOVE TRLR-HASH-TOTAL
                       TO WS-SRC-EXPECTED-HASH(WS-SRC-IDX)
               END-IF
               MOVE "N" TO WS-SEGMENT-OPEN-SW
           ELSE
               IF PROVING-SOURCES
                   DISPLAY "BUGEDIT: TRAILER WITH NO SOURCE OPEN "
                       "AFTER SEGMENT " WS-SEGMENT-NUMBER " IGNORED"
               END-IF
           END-IF.

      *    THE SAME SOURCE ID TWICE ON ONE DAY'S FILE MEANS A FEED
      *    WAS SENT TWICE - THE REPEAT IS REJECTED WHOLE, WHATEVER
      *    ITS TRAILER SAYS.
       1540-SET-SOURCE-VERDICT.
           EVALUATE TRUE
               WHEN NOT SRC-TRAILER-FOUND(WS-SRC-IDX)
                   SET SRC-NO-TRAILER(WS-SRC-IDX) TO TRUE
               WHEN WS-SRC-EXPECTED-COUNT(WS-SRC-IDX) =
                    WS-SRC-READ-COUNT(WS-SRC-IDX) AND
                    WS-SRC-EXPECTED-HASH(WS-SRC-IDX) =
                    WS-SRC-READ-HASH(WS-SRC-IDX)
                   SET SRC-IN-BALANCE(WS-SRC-IDX) TO TRUE
               WHEN OTHER
                   SET SRC-OUT-OF-BALANCE(WS-SRC-IDX) TO TRUE
           END-EVALUATE
           PERFORM VARYING WS-SRC-CHK-IDX FROM 1 BY 1
                   UNTIL WS-SRC-CHK-IDX >= WS-SRC-IDX
               IF WS-SRC-ID(WS-SRC-CHK-IDX) = WS-SRC-ID(WS-SRC-IDX)
                   SET SRC-DUPLICATE(WS-SRC-IDX) TO TRUE
               END-IF
           END-PERFORM.

      *    FIRST PASS OVER SYSTRAN, AS 1500 DOES FOR TRANFILE: TOTAL
      *    EACH BATCH AND SET ITS VERDICT AGAINST ITS OWN TRAILER,
      *    THEN REOPEN THE FILE FOR THE EDIT PASS, SO NO ITEM OF A
      *    SHORT BATCH CAN REACH THE CLEAN FILE.  A MISSING SYSTRAN
      *    ONLY MEANS NOTHING WAS GENERATED.
       1600-PROVE-SYSTRAN-BATCHES.
           SET PROVING-SOURCES TO TRUE
           OPEN INPUT SYSTEM-TRANS-FILE
           IF WS-SYSTRAN-STATUS NOT = "00"
               DISPLAY "BUGEDIT: NO SYSTRAN PRESENT - STATUS "
                   WS-SYSTRAN-STATUS
                   " - NO SYSTEM TRANSACTIONS EDITED"
               SET EOF-SYSTRAN TO TRUE
           ELSE
               MOVE 0 TO WS-SYSTRAN-BATCHES
               MOVE "N" TO WS-BATCH-OPEN-SW
               PERFORM UNTIL EOF-SYSTRAN
                   READ SYSTEM-TRANS-FILE INTO TRANSACTION-RECORD
                       AT END
                           SET EOF-SYSTRAN TO TRUE
                       NOT AT END
                           IF TRANS-TRAILER
                               PERFORM 1630-CLOSE-SYSTRAN-BATCH
                           ELSE
                               PERFORM 1610-TOTAL-SYSTRAN-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM VARYING WS-BAT-IDX FROM 1 BY 1
                       UNTIL WS-BAT-IDX > WS-BATCH-COUNT
                   PERFORM 1640-SET-BATCH-VERDICT
               END-PERFORM
               PERFORM 1650-ADD-SYSTEM-SOURCE
               CLOSE SYSTEM-TRANS-FILE
               MOVE "N" TO WS-EOF-SYSTRAN-SW
               OPEN INPUT SYSTEM-TRANS-FILE
               IF WS-SYSTRAN-STATUS = "00"
                   SET SYSTRAN-OPEN TO TRUE
               ELSE
                   DISPLAY "BUGEDIT: ERROR REOPENING SYSTRAN - "
                       "STATUS " WS-SYSTRAN-STATUS
                   SET EOF-SYSTRAN TO TRUE
               END-IF
           END-IF.

       1610-TOTAL-SYSTRAN-ITEM.
           IF NOT BATCH-OPEN
               PERFORM 1620-OPEN-SYSTRAN-BATCH
           END-IF
           IF WS-CURRENT-BATCH > 0
               SET WS-BAT-IDX TO WS-CURRENT-BATCH
               ADD 1 TO WS-BAT-READ-COUNT(WS-BAT-IDX)
               IF TRANS-AMOUNT IS NUMERIC
                   ADD TRANS-AMOUNT TO WS-BAT-READ-HASH(WS-BAT-IDX)
               END-IF
           END-IF.

      *    ON THE PROVING PASS THE BATCH'S TABLE ENTRY IS BUILT; ON
      *    THE EDIT PASS IT IS ONLY LOCATED.
       1620-OPEN-SYSTRAN-BATCH.
           SET BATCH-OPEN TO TRUE
           ADD 1 TO WS-SYSTRAN-BATCHES
           IF WS-SYSTRAN-BATCHES > WS-MAX-BATCHES
               MOVE 0 TO WS-CURRENT-BATCH
               IF PROVING-SOURCES
                   DISPLAY "BUGEDIT: SYSTRAN BATCH TABLE FULL - BATCH "
                       WS-SYSTRAN-BATCHES " CANNOT BE PROVED"
               END-IF
           ELSE
               MOVE WS-SYSTRAN-BATCHES TO WS-CURRENT-BATCH
               IF PROVING-SOURCES
                   MOVE WS-SYSTRAN-BATCHES TO WS-BATCH-COUNT
                   SET WS-BAT-IDX TO WS-CURRENT-BATCH
                   MOVE SPACES TO WS-BAT-STATUS(WS-BAT-IDX)
                   MOVE "N" TO WS-BAT-TRAILER-SW(WS-BAT-IDX)
                   MOVE 0 TO WS-BAT-EXPECTED-COUNT(WS-BAT-IDX)
                   MOVE 0 TO WS-BAT-EXPECTED-HASH(WS-BAT-IDX)
                   MOVE 0 TO WS-BAT-READ-COUNT(WS-BAT-IDX)
                   MOVE 0 TO WS-BAT-READ-HASH(WS-BAT-IDX)
               END-IF
           END-IF.

      *    A TRAILER CLOSES THE BATCH IT FOLLOWS.  A TRAILER WITH NO
      *    DETAIL AHEAD OF IT IS AN EMPTY BATCH OF ITS OWN - A RUN
      *    THAT HAD NOTHING TO GENERATE STILL WRITES ITS TRAILER.
       1630-CLOSE-SYSTRAN-BATCH.
           IF NOT BATCH-OPEN
               PERFORM 1620-OPEN-SYSTRAN-BATCH
           END-IF
           IF PROVING-SOURCES AND WS-CURRENT-BATCH > 0
               SET WS-BAT-IDX TO WS-CURRENT-BATCH
               SET BAT-TRAILER-FOUND(WS-BAT-IDX) TO TRUE
               MOVE TRLR-RECORD-COUNT
                   TO WS-BAT-EXPECTED-COUNT(WS-BAT-IDX)
               MOVE TRLR-HASH-TOTAL
                   TO WS-BAT-EXPECTED-HASH(WS-BAT-IDX)
           END-IF
           MOVE "N" TO WS-BATCH-OPEN-SW.

       1640-SET-BATCH-VERDICT.
           SET WS-CURRENT-BATCH TO WS-BAT-IDX
           EVALUATE TRUE
               WHEN NOT BAT-TRAILER-FOUND(WS-BAT-IDX)
                   SET BAT-NO-TRAILER(WS-BAT-IDX) TO TRUE
                   DISPLAY "BUGEDIT: *** SYSTRAN BATCH "
                       WS-CURRENT-BATCH " HAS NO CONTROL TRAILER - "
                       "POSSIBLE TRUNCATED FILE - REJECTED ***"
               WHEN WS-BAT-EXPECTED-COUNT(WS-BAT-IDX) =
                    WS-BAT-READ-COUNT(WS-BAT-IDX) AND
                    WS-BAT-EXPECTED-HASH(WS-BAT-IDX) =
                    WS-BAT-READ-HASH(WS-BAT-IDX)
                   SET BAT-IN-BALANCE(WS-BAT-IDX) TO TRUE
                   DISPLAY "BUGEDIT: SYSTRAN BATCH " WS-CURRENT-BATCH
                       " CONTROL TOTALS IN BALANCE"
               WHEN OTHER
                   SET BAT-OUT-OF-BALANCE(WS-BAT-IDX) TO TRUE
                   DISPLAY "BUGEDIT: *** SYSTRAN BATCH "
                       WS-CURRENT-BATCH
                       " OUT OF BALANCE - REJECTED ***"
                   DISPLAY "BUGEDIT: EXPECTED COUNT "
                       WS-BAT-EXPECTED-COUNT(WS-BAT-IDX) " READ "
                       WS-BAT-READ-COUNT(WS-BAT-IDX)
                   DISPLAY "BUGEDIT: EXPECTED HASH "
                       WS-BAT-EXPECTED-HASH(WS-BAT-IDX)
                       " ACCUMULATED "
                       WS-BAT-READ-HASH(WS-BAT-IDX)
           END-EVALUATE.

      *    SYSTRAN REPORTS AS ONE MORE SOURCE AFTER THE TRANFILE
      *    SOURCES.  ITS FIGURES ARE THE SUM OF ITS BATCHES AND IT
      *    TAKES THE VERDICT OF ITS FIRST FAILING BATCH, SO 3100 AND
      *    3300 RAISE IT AND WRITE IT TO SRCCFILE LIKE ANY OTHER
      *    FEED.  BATCHES BEYOND THE TABLE COULD NOT BE PROVED, SO
      *    THEY LEAVE THE FILE OUT OF BALANCE.
       1650-ADD-SYSTEM-SOURCE.
           ADD 1 TO WS-SOURCE-COUNT
           MOVE WS-SOURCE-COUNT TO WS-SYSTEM-SOURCE
           SET WS-SRC-IDX TO WS-SYSTEM-SOURCE
           MOVE WS-SYSTEM-SOURCE-ID TO WS-SRC-ID(WS-SRC-IDX)
           SET SRC-IN-BALANCE(WS-SRC-IDX) TO TRUE
           SET SRC-TRAILER-FOUND(WS-SRC-IDX) TO TRUE
           MOVE 0 TO WS-SRC-EXPECTED-COUNT(WS-SRC-IDX)
           MOVE 0 TO WS-SRC-EXPECTED-HASH(WS-SRC-IDX)
           MOVE 0 TO WS-SRC-READ-COUNT(WS-SRC-IDX)
           MOVE 0 TO WS-SRC-READ-HASH(WS-SRC-IDX)
           MOVE 0 TO WS-SRC-ACCEPTED-COUNT(WS-SRC-IDX)
           MOVE 0 TO WS-SRC-ACCEPTED-HASH(WS-SRC-IDX)
           MOVE 0 TO WS-SRC-WAREHOUSED-COUNT(WS-SRC-IDX)
           MOVE 0 TO WS-SRC-REJECTED-COUNT(WS-SRC-IDX)
           PERFORM VARYING WS-BAT-IDX FROM 1 BY 1
                   UNTIL WS-BAT-IDX > WS-BATCH-COUNT
               PERFORM 1660-ADD-BATCH-FIGURES
           END-PERFORM
           IF WS-SYSTRAN-BATCHES > WS-MAX-BATCHES AND
              SRC-IN-BALANCE(WS-SRC-IDX)
               SET SRC-OUT-OF-BALANCE(WS-SRC-IDX) TO TRUE
           END-IF.

       1660-ADD-BATCH-FIGURES.
           ADD WS-BAT-EXPECTED-COUNT(WS-BAT-IDX)
               TO WS-SRC-EXPECTED-COUNT(WS-SRC-IDX)
           ADD WS-BAT-EXPECTED-HASH(WS-BAT-IDX)
               TO WS-SRC-EXPECTED-HASH(WS-SRC-IDX)
           ADD WS-BAT-READ-COUNT(WS-BAT-IDX)
               TO WS-SRC-READ-COUNT(WS-SRC-IDX)
           ADD WS-BAT-READ-HASH(WS-BAT-IDX)
               TO WS-SRC-READ-HASH(WS-SRC-IDX)
           IF SRC-IN-BALANCE(WS-SRC-IDX) AND
              NOT BAT-IN-BALANCE(WS-BAT-IDX)
               MOVE WS-BAT-STATUS(WS-BAT-IDX)
                   TO WS-SRC-STATUS(WS-SRC-IDX)
           END-IF.

      *    EDIT PASS: EVERY DETAIL ITEM IS STAMPED WITH ITS SOURCE
      *    ID.  ONLY A SOURCE PROVED IN BALANCE GOES THROUGH THE
      *    EDITS; EVERY ITEM OF ANY OTHER SOURCE IS REJECTED WITH THE
      *    SOURCE'S VERDICT SO THE WHOLE FEED CAN BE RESENT.
       2010-EDIT-SOURCE-ITEM.
           IF NOT SEGMENT-OPEN
               MOVE WS-DEFAULT-SOURCE-ID TO WS-NEW-SOURCE-ID
               PERFORM 1520-OPEN-SOURCE-SEGMENT
           END-IF
           MOVE WS-CURRENT-SOURCE-ID TO TRANS-SOURCE-ID
           IF WS-CURRENT-SOURCE = 0
               MOVE "17" TO ERR-REASON-CODE
               MOVE "TOO MANY SOURCES ON FILE" TO ERR-REASON-DESC
               PERFORM 2900-REJECT-TRANSACTION
           ELSE
               SET WS-SRC-IDX TO WS-CURRENT-SOURCE
               EVALUATE TRUE
                   WHEN SRC-IN-BALANCE(WS-SRC-IDX)
                       PERFORM 2000-EDIT-TRANSACTION
                   WHEN SRC-OUT-OF-BALANCE(WS-SRC-IDX)
                       MOVE "14" TO ERR-REASON-CODE
                       MOVE "SOURCE OUT OF BALANCE"
                           TO ERR-REASON-DESC
                       PERFORM 2900-REJECT-TRANSACTION
                   WHEN SRC-NO-TRAILER(WS-SRC-IDX)
                       MOVE "15" TO ERR-REASON-CODE
                       MOVE "SOURCE HAS NO TRAILER"
                           TO ERR-REASON-DESC
                       PERFORM 2900-REJECT-TRANSACTION
                   WHEN OTHER
                       MOVE "16" TO ERR-REASON-CODE
                       MOVE "SOURCE ALREADY RECEIVED"
                           TO ERR-REASON-DESC
                       PERFORM 2900-REJECT-TRANSACTION
               END-EVALUATE
           END-IF.

      *    SYSTEM TRANSACTIONS GO THROUGH EXACTLY THE SAME EDITS AS
      *    KEYED ONES, AND THEIR RESULTS COUNT AGAINST SOURCE SYST.
       2050-EDIT-SYSTEM-TRANSACTIONS.
           IF SYSTRAN-OPEN AND NOT EOF-SYSTRAN
               SET SYSTEM-INPUT TO TRUE
               MOVE WS-SYSTEM-SOURCE TO WS-CURRENT-SOURCE
               MOVE 0 TO WS-SYSTRAN-BATCHES
               MOVE "N" TO WS-BATCH-OPEN-SW
           END-IF
           PERFORM UNTIL EOF-SYSTRAN
               READ SYSTEM-TRANS-FILE INTO TRANSACTION-RECORD
                   AT END
                       SET EOF-SYSTRAN TO TRUE
                   NOT AT END
                       IF TRANS-TRAILER
                           PERFORM 1630-CLOSE-SYSTRAN-BATCH
                       ELSE
                           ADD 1 TO WS-SYSTRAN-RECORDS-READ
                           PERFORM 2060-EDIT-SYSTRAN-ITEM
                       END-IF
               END-READ
           END-PERFORM
           IF SYSTRAN-OPEN
               CLOSE SYSTEM-TRANS-FILE
               MOVE "N" TO WS-SYSTRAN-OPEN-SW
               MOVE "N" TO WS-SYSTEM-INPUT-SW
           END-IF.

      *    ONLY A BATCH PROVED IN BALANCE GOES THROUGH THE EDITS;
      *    EVERY ITEM OF ANY OTHER BATCH IS REJECTED WITH THE BATCH'S
      *    VERDICT SO THE GENERATING STEP CAN BE RERUN.
       2060-EDIT-SYSTRAN-ITEM.
           IF NOT BATCH-OPEN
               PERFORM 1620-OPEN-SYSTRAN-BATCH
           END-IF
           MOVE WS-SYSTEM-SOURCE-ID TO TRANS-SOURCE-ID
           IF WS-CURRENT-BATCH = 0
               MOVE "17" TO ERR-REASON-CODE
               MOVE "TOO MANY SYSTRAN BATCHES" TO ERR-REASON-DESC
               PERFORM 2900-REJECT-TRANSACTION
           ELSE
               SET WS-BAT-IDX TO WS-CURRENT-BATCH
               EVALUATE TRUE
                   WHEN BAT-IN-BALANCE(WS-BAT-IDX)
                       PERFORM 2000-EDIT-TRANSACTION
                   WHEN BAT-OUT-OF-BALANCE(WS-BAT-IDX)
                       MOVE "14" TO ERR-REASON-CODE
                       MOVE "SOURCE OUT OF BALANCE"
                           TO ERR-REASON-DESC
                       PERFORM 2900-REJECT-TRANSACTION
                   WHEN OTHER
                       MOVE "15" TO ERR-REASON-CODE
                       MOVE "SOURCE HAS NO TRAILER"
                           TO ERR-REASON-DESC
                       PERFORM 2900-REJECT-TRANSACTION
               END-EVALUATE
           END-IF.

       2000-EDIT-TRANSACTION.
           SET RECORD-VALID TO TRUE
           PERFORM 2100-EDIT-TRANS-ID
      *    A MIS-KEYED ACCOUNT NUMBER USED TO SAIL THROUGH AND MAKE
      *    BUG CREATE A BRAND-NEW LEDGER RECORD FOR IT - EVERY
      *    TRANSACTION IS NOW HELD AGAINST THE ACCOUNT MASTER AND
      *    ONLY OPEN ACCOUNTS PASS.  THE ONE EXCEPTION IS A BALANCE
      *    SWEEP LEG (SYSTEM TRANS-ID "SW...") DATED THE DAY ITS
      *    ACCOUNT WAS CLOSED - BUGACM GENERATES IT AS PART OF THE
      *    CLOSE.  ANY OTHER SYSTEM ITEM, SUCH AS AN ACCRUAL, MUST
      *    FIND ITS ACCOUNT OPEN.
       2460-CHECK-ACCOUNT-MASTER.
           MOVE "N" TO WS-ACCT-ON-FILE-SW
           MOVE TRANS-ACCOUNT TO FD-ACCT-NUMBER
               PERFORM 2900-REJECT-TRANSACTION
           ELSE
               IF NOT ACCT-OPEN
                   IF SYSTEM-INPUT AND ACCT-CLOSED AND
                      TRANS-ID(1:2) = "SW" AND
                      ACCT-STATUS-DATE = TRANS-DATE
                       CONTINUE
                   ELSE
                       MOVE "08" TO ERR-REASON-CODE
                       MOVE "ACCOUNT NOT OPEN" TO ERR-REASON-DESC
                       PERFORM 2900-REJECT-TRANSACTION
                   END-IF
               END-IF
           END-IF.

                       MOVE "REVERSAL ORIG NOT POSTED"
                           TO ERR-REASON-DESC
                       PERFORM 2900-REJECT-TRANSACTION
                   WHEN WS-ORIG-POST-DATE < WS-WINDOW-START-DATE
                       MOVE "18" TO ERR-REASON-CODE
                       MOVE "REVERSAL OUTSIDE WINDOW"
                           TO ERR-REASON-DESC
                       PERFORM 2900-REJECT-TRANSACTION
                   WHEN ORIGINAL-REVERSED
                       MOVE "11" TO ERR-REASON-CODE
                       MOVE "ORIGINAL ALREADY REVERSED"
      *    FILE PER REVERSAL IS CHEAPER THAN TABLING THE WHOLE
      *    HISTORY FOR EVERY RUN.  AN UNREADABLE HISTORY FILE
      *    LEAVES ORIGINAL-FOUND OFF, SO THE REVERSAL IS REJECTED
      *    RATHER THAN POSTED UNPROVEN.  AFTER A YEAR-END CLOSE
      *    HISTFILE HOLDS ONLY THE OPEN YEAR; THE ARCHIVED YEAR IS
      *    SCANNED FIRST WHEN THE WINDOW REACHES BACK INTO IT.
       2475-SEARCH-POSTED-HISTORY.
           MOVE "N" TO WS-ORIG-FOUND-SW
           MOVE "N" TO WS-ORIG-REVERSED-SW
           MOVE "N" TO WS-EOF-HISTORY-SW
           IF SEARCH-ARCHIVE
               PERFORM 2476-SEARCH-ARCHIVED-YEAR
           END-IF
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "BUGEDIT: HISTORY FILE NOT AVAILABLE - "
               CLOSE HISTORY-FILE
           END-IF.

      *    A MISSING ARCHIVE ONLY NARROWS THE SEARCH TO HISTFILE - AN
      *    ORIGINAL THAT WAS ARCHIVED IS THEN REJECTED AS NOT POSTED.
       2476-SEARCH-ARCHIVED-YEAR.
           MOVE "N" TO WS-EOF-ARCHIVE-SW
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS NOT = "00"
               DISPLAY "BUGEDIT: HISTORY ARCHIVE NOT AVAILABLE - "
                   "STATUS " WS-ARCHIVE-STATUS
                   " - REVERSAL " TRANS-ID " CHECKED ON HISTFILE ONLY"
               SET EOF-ARCHIVE TO TRUE
           END-IF
           PERFORM UNTIL EOF-ARCHIVE
               READ ARCHIVE-FILE INTO HISTORY-RECORD
                   AT END
                       SET EOF-ARCHIVE TO TRUE
                   NOT AT END
                       PERFORM 2477-CHECK-HISTORY-ITEM
               END-READ
           END-PERFORM
           IF WS-ARCHIVE-STATUS = "10" OR WS-ARCHIVE-STATUS = "00"
               CLOSE ARCHIVE-FILE
           END-IF.

      *    CARRIED-FORWARD BALANCE RECORDS ARE NOT POSTINGS AND CAN
      *    NEVER BE AN ORIGINAL.
       2477-CHECK-HISTORY-ITEM.
           IF HIST-TRANS-ID = TRANS-ORIG-ID AND
              HIST-TYPE-CODE NOT = "RV" AND
              NOT HIST-BALANCE-FORWARD
               SET ORIGINAL-FOUND TO TRUE
               MOVE HIST-TYPE-CODE TO WS-ORIG-TYPE
               MOVE HIST-ACCOUNT TO WS-ORIG-ACCOUNT
               MOVE HIST-AMOUNT TO WS-ORIG-AMOUNT
               MOVE HIST-POST-DATE TO WS-ORIG-POST-DATE
           END-IF
           IF HIST-TYPE-CODE = "RV" AND
              HIST-DESCRIPTION(1:6) = TRANS-ORIG-ID
           IF WS-CLEAN-STATUS = "00"
               ADD 1 TO WS-RECORDS-ACCEPTED
               ADD TRANS-AMOUNT TO WS-ACCEPTED-HASH-TOTAL
               IF WS-CURRENT-SOURCE > 0
                   SET WS-SRC-IDX TO WS-CURRENT-SOURCE
                   ADD 1 TO WS-SRC-ACCEPTED-COUNT(WS-SRC-IDX)
                   ADD TRANS-AMOUNT
                       TO WS-SRC-ACCEPTED-HASH(WS-SRC-IDX)
               END-IF
           ELSE
               DISPLAY "BUGEDIT: ERROR WRITING CLEANTRN - STATUS "
                   WS-CLEAN-STATUS
               SET EOF-TRANS TO TRUE
               SET EOF-SYSTRAN TO TRUE
               MOVE 12 TO RETURN-CODE
           END-IF.

       2510-REMEMBER-TRANS-ID.
      *    A DUPLICATE.
                   PERFORM 2510-REMEMBER-TRANS-ID
                   ADD 1 TO WS-RECORDS-WAREHOUSED
                   IF WS-CURRENT-SOURCE > 0
                       SET WS-SRC-IDX TO WS-CURRENT-SOURCE
                       ADD 1 TO WS-SRC-WAREHOUSED-COUNT(WS-SRC-IDX)
                   END-IF
               ELSE
                   DISPLAY "BUGEDIT: ERROR WRITING PENDFILE - "
                       "STATUS " WS-PENDING-STATUS
           WRITE FD-ERROR-RECORD FROM EDIT-ERROR-RECORD
           IF WS-ERROR-STATUS = "00"
               ADD 1 TO WS-RECORDS-REJECTED
               IF WS-CURRENT-SOURCE > 0
                   SET WS-SRC-IDX TO WS-CURRENT-SOURCE
                   ADD 1 TO WS-SRC-REJECTED-COUNT(WS-SRC-IDX)
               END-IF
           ELSE
               DISPLAY "BUGEDIT: ERROR WRITING EDITERR - STATUS "
                   WS-ERROR-STATUS
               SET EOF-TRANS TO TRUE
               SET EOF-SYSTRAN TO TRUE
               MOVE 12 TO RETURN-CODE
           END-IF.

       3000-TERMINATE.
           PERFORM 3100-CHECK-INPUT-CONTROLS
           PERFORM 3200-WRITE-CLEAN-TRAILER
           PERFORM 3300-WRITE-SOURCE-CONTROLS
           CLOSE TRANS-FILE
           CLOSE CLEAN-FILE
           CLOSE ERROR-FILE
           DISPLAY "BUGEDIT: READ " WS-RECORDS-READ
               " ACCEPTED " WS-RECORDS-ACCEPTED
               " REJECTED " WS-RECORDS-REJECTED
               " WAREHOUSED " WS-RECORDS-WAREHOUSED
           DISPLAY "BUGEDIT: SYSTEM TRANSACTIONS READ "
               WS-SYSTRAN-RECORDS-READ " IN "
               WS-SYSTRAN-BATCHES " BATCHES".

      *    A SOURCE REJECTED WHOLE LEAVES THE STEP AT CONDITION
      *    CODE 4 - THE NIGHT CARRIES ON WITH THE OTHER SOURCES, BUT
      *    THE STEP LOG AND THE CONSOLE SHOW A FEED IS TO BE RESENT.
       3100-CHECK-INPUT-CONTROLS.
           IF WS-SEGMENT-NUMBER = 0
               DISPLAY "BUGEDIT: *** NO SOURCES ON TRANFILE ***"
           END-IF
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > WS-SOURCE-COUNT
               PERFORM 3110-REPORT-SOURCE-CONTROLS
           END-PERFORM
           IF WS-SEGMENT-NUMBER > WS-MAX-SOURCES
               SET SOURCE-REJECTED TO TRUE
               COMPUTE WS-SOURCES-REJECTED = WS-SOURCES-REJECTED +
                   WS-SEGMENT-NUMBER - WS-MAX-SOURCES
           END-IF
           IF SOURCE-REJECTED
               DISPLAY "BUGEDIT: *** " WS-SOURCES-REJECTED
                   " SOURCE(S) REJECTED WHOLE - SEE EDITERR ***"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       3110-REPORT-SOURCE-CONTROLS.
           EVALUATE TRUE
               WHEN SRC-IN-BALANCE(WS-SRC-IDX)
                   DISPLAY "BUGEDIT: SOURCE " WS-SRC-ID(WS-SRC-IDX)
                       " CONTROL TOTALS IN BALANCE - ACCEPTED "
                       WS-SRC-ACCEPTED-COUNT(WS-SRC-IDX)
                       " REJECTED "
                       WS-SRC-REJECTED-COUNT(WS-SRC-IDX)
               WHEN SRC-OUT-OF-BALANCE(WS-SRC-IDX)
                   DISPLAY "BUGEDIT: *** SOURCE "
                       WS-SRC-ID(WS-SRC-IDX)
                       " OUT OF BALANCE - REJECTED ***"
                   DISPLAY "BUGEDIT: EXPECTED COUNT "
                       WS-SRC-EXPECTED-COUNT(WS-SRC-IDX) " READ "
                       WS-SRC-READ-COUNT(WS-SRC-IDX)
                   DISPLAY "BUGEDIT: EXPECTED HASH "
                       WS-SRC-EXPECTED-HASH(WS-SRC-IDX)
                       " ACCUMULATED "
                       WS-SRC-READ-HASH(WS-SRC-IDX)
               WHEN SRC-NO-TRAILER(WS-SRC-IDX)
                   DISPLAY "BUGEDIT: *** SOURCE "
                       WS-SRC-ID(WS-SRC-IDX)
                       " HAS NO CONTROL TRAILER - POSSIBLE "
                       "TRUNCATED FEED - REJECTED ***"
               WHEN OTHER
                   DISPLAY "BUGEDIT: *** SOURCE "
                       WS-SRC-ID(WS-SRC-IDX)
                       " ALREADY RECEIVED ON THIS FILE - "
                       "REPEAT REJECTED ***"
           END-EVALUATE
           IF NOT SRC-IN-BALANCE(WS-SRC-IDX)
               SET SOURCE-REJECTED TO TRUE
               ADD 1 TO WS-SOURCES-REJECTED
           END-IF.

      *    CLEANTRN CARRIES ITS OWN FRESH CONTROL TRAILER COVERING
           IF WS-CLEAN-STATUS NOT = "00"
               DISPLAY "BUGEDIT: ERROR WRITING CLEANTRN TRAILER - "
                   "STATUS " WS-CLEAN-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF.

      *    ONE SOURCE-CONTROL RECORD PER SOURCE GOES TO SRCCFILE SO
      *    BUGBAL CAN PRINT A BALANCING LINE FOR EACH FEED.
       3300-WRITE-SOURCE-CONTROLS.
           IF WS-SOURCE-COUNT > 0
               OPEN EXTEND SOURCE-CONTROL-FILE
               IF WS-SOURCE-CONTROL-STATUS = "35" OR
                  WS-SOURCE-CONTROL-STATUS = "05"
                   CLOSE SOURCE-CONTROL-FILE
                   OPEN OUTPUT SOURCE-CONTROL-FILE
               END-IF
               IF WS-SOURCE-CONTROL-STATUS = "00"
                   PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                           UNTIL WS-SRC-IDX > WS-SOURCE-COUNT
                       PERFORM 3310-WRITE-ONE-SOURCE-CONTROL
                   END-PERFORM
                   CLOSE SOURCE-CONTROL-FILE
               ELSE
                   DISPLAY "BUGEDIT: ERROR OPENING SRCCFILE - STATUS "
                       WS-SOURCE-CONTROL-STATUS
                       " - SOURCE CONTROLS NOT WRITTEN"
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF.

       3310-WRITE-ONE-SOURCE-CONTROL.
           MOVE SPACES TO SOURCE-CONTROL-RECORD
           MOVE WS-RUN-DATE TO SRCC-BUSINESS-DATE
           MOVE WS-SRC-ID(WS-SRC-IDX) TO SRCC-SOURCE-ID
           MOVE WS-SRC-STATUS(WS-SRC-IDX) TO SRCC-STATUS
           MOVE WS-SRC-EXPECTED-COUNT(WS-SRC-IDX)
               TO SRCC-EXPECTED-COUNT
           MOVE WS-SRC-EXPECTED-HASH(WS-SRC-IDX)
               TO SRCC-EXPECTED-HASH
           MOVE WS-SRC-READ-COUNT(WS-SRC-IDX) TO SRCC-READ-COUNT
           MOVE WS-SRC-READ-HASH(WS-SRC-IDX) TO SRCC-READ-HASH
           MOVE WS-SRC-ACCEPTED-COUNT(WS-SRC-IDX)
               TO SRCC-ACCEPTED-COUNT
           MOVE WS-SRC-ACCEPTED-HASH(WS-SRC-IDX)
               TO SRCC-ACCEPTED-HASH
           MOVE WS-SRC-WAREHOUSED-COUNT(WS-SRC-IDX)
               TO SRCC-WAREHOUSED-COUNT
           MOVE WS-SRC-REJECTED-COUNT(WS-SRC-IDX)
               TO SRCC-REJECTED-COUNT
           WRITE FD-SOURCE-CONTROL-RECORD FROM SOURCE-CONTROL-RECORD
           IF WS-SOURCE-CONTROL-STATUS NOT = "00"
               DISPLAY "BUGEDIT: ERROR WRITING SRCCFILE - STATUS "
                   WS-SOURCE-CONTROL-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF.

       8800-LOG-STEP-END.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE SPACES TO STEP-LOG-RECORD
           MOVE "E" TO STEP-EVENT
           MOVE WS-CURRENT-DATE-TIME(1:8) TO STEP-END-DATE
           MOVE WS-CURRENT-DATE-TIME(9:6) TO STEP-END-TIME
           MOVE RETURN-CODE TO STEP-CONDITION-CODE
           PERFORM 8900-WRITE-STEP-LOG.

       8900-WRITE-STEP-LOG.
           MOVE "BUGEDIT" TO STEP-PROGRAM
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
               DISPLAY "BUGEDIT: ERROR OPENING STEPLOG - STATUS "
                   WS-STEP-LOG-STATUS " - STEP NOT LOGGED"
           END-IF.
