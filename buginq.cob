      ******************************************************************
      *  PROGRAM-ID: BUGINQ                                           *
      *  CICS PSEUDO-CONVERSATIONAL ACCOUNT INQUIRY SCREEN, KEYED BY   *
      *  ACCOUNT NUMBER.  SHOWS THE ACCOUNT MASTER NAME, STATUS AND    *
      *  STATUS DATE (ACCTFILE, WSACCT LAYOUT), THE LEDGER BALANCE,    *
      *  PERIOD NET AND LAST ACTIVITY DATE (LEDGFILE, WSLEDG LAYOUT),  *
      *  AND THE ACCOUNT'S POSTINGS FROM HISTFILE (WSHIST LAYOUT,      *
      *  DEFINED TO CICS AS AN ESDS OVER THE BATCH HISTORY DATA) TEN   *
      *  TO A PAGE, MOST RECENT FIRST.  ANY ITEMS STILL HELD AGAINST   *
      *  THE ACCOUNT ON SUSPFILE ARE FLAGGED WITH THE FIRST ITEM       *
      *  NUMBER SO THE OPERATOR CAN GO STRAIGHT TO IT ON BUGSUS.       *
      *  INQUIRY ONLY - NOTHING IS UPDATED; ACCOUNT CHANGES STILL GO   *
      *  THROUGH BUGACM.  ENTER SHOWS THE KEYED ACCOUNT, PF8 PAGES TO  *
      *  OLDER POSTINGS, PF7 BACK TO NEWER ONES, PF3 EXITS.            *
      *  DIALECT NOTE: THIS PROGRAM USES EXEC CICS COMMANDS AND IS     *
      *  NOT COMPILABLE BY PLAIN GNUCOBOL WITHOUT A CICS TRANSLATOR;   *
      *  IT IS DESK-CHECKED AGAINST STANDARD CICS COBOL CONVENTIONS.   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUGINQ.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY BUGIMAP.
           COPY WSACCT.
           COPY WSLEDG.
           COPY WSHIST.
           COPY WSSUSP.
           COPY WSTRANS.
           COPY DFHAID.

       01  WS-COMMAREA-AREA.
           05  CA-ACCOUNT                  PIC X(8).
           05  CA-PAGE-NUMBER              PIC 9(3).

       01  WS-RESP                         PIC S9(8) COMP.
       01  WS-SUSP-RRN                     PIC S9(8) COMP.

      *    A BACKWARD BROWSE OF AN ESDS STARTS FROM AN RBA OF ALL
      *    X'FF', WHICH POSITIONS ON THE LAST RECORD WRITTEN.
       01  WS-HIST-RBA                     PIC S9(8) COMP.
       01  WS-HIST-RBA-X REDEFINES WS-HIST-RBA
                                           PIC X(4).

       01  WS-SWITCHES.
           05  WS-ACCOUNT-FOUND-SW         PIC X VALUE "N".
               88  ACCOUNT-FOUND           VALUE "Y".
           05  WS-LEDGER-FOUND-SW          PIC X VALUE "N".
               88  LEDGER-FOUND            VALUE "Y".
           05  WS-END-BROWSE-SW            PIC X VALUE "N".
               88  END-OF-BROWSE           VALUE "Y".
           05  WS-MORE-POSTINGS-SW         PIC X VALUE "N".
               88  MORE-POSTINGS           VALUE "Y".

       01  WS-PAGING-FIELDS.
           05  WS-POSTINGS-TO-SKIP         PIC 9(7) VALUE 0.
           05  WS-POSTINGS-MATCHED         PIC 9(7) VALUE 0.
           05  WS-LINES-SHOWN              PIC 9(2) VALUE 0.
           05  WS-LINES-PER-PAGE           PIC 9(2) VALUE 10.
           05  WS-LINE-IDX                 PIC 9(2) VALUE 0.

       01  WS-SUSPENSE-FIELDS.
           05  WS-SUSP-ITEM-COUNT          PIC 9(5) VALUE 0.
           05  WS-SUSP-FIRST-ITEM          PIC 9(5) VALUE 0.

       01  WS-EDIT-FIELDS.
           05  WS-BALANCE-EDIT             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  WS-PAGE-EDIT                PIC ZZ9.
           05  WS-MESSAGE                  PIC X(40) VALUE SPACES.

       01  WS-SUSPENSE-FLAG.
           05  FILLER                      PIC X(4) VALUE "*** ".
           05  WS-SFLAG-COUNT              PIC ZZ9.
           05  FILLER                      PIC X(23) VALUE
               " ITEM(S) IN SUSPENSE - ".
           05  FILLER                      PIC X(11) VALUE
               "FIRST ITEM ".
           05  WS-SFLAG-FIRST-ITEM         PIC 9(5).
           05  FILLER                      PIC X(4) VALUE " ***".

       01  WS-HISTORY-LINE.
           05  HL-TRANS-ID                 PIC X(6).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  HL-TRANS-DATE               PIC 9(8).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  HL-TYPE-CODE                PIC X(2).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  HL-DESCRIPTION              PIC X(20).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  HL-AMOUNT                   PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  HL-RUN-NUMBER               PIC ZZZZ9.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  HL-POST-DATE                PIC 9(8).

      *    A CARRIED-FORWARD RECORD HAS NO AMOUNT OR DESCRIPTION OF ITS
      *    OWN - THE BALANCE IT CARRIES IS SHOWN IN THE DESCRIPTION.
       01  WS-BFWD-BALANCE-EDIT            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       01  WS-MAPSET-NAME                  PIC X(8) VALUE "BUGISET".
       01  WS-MAP-NAME                     PIC X(8) VALUE "BUGIMAP".
       01  WS-ACCT-FILE-NAME               PIC X(8) VALUE "ACCTFILE".
       01  WS-LEDG-FILE-NAME               PIC X(8) VALUE "LEDGFILE".
       01  WS-HIST-FILE-NAME               PIC X(8) VALUE "HISTFILE".
       01  WS-SUSP-FILE-NAME               PIC X(8) VALUE "SUSPFILE".
       01  WS-TRANSID                      PIC X(4) VALUE "BUGI".

       LINKAGE SECTION.
       01  DFHCOMMAREA                     PIC X(11).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           IF EIBCALEN = 0
               PERFORM 1000-INITIAL-ENTRY
           ELSE
               MOVE DFHCOMMAREA TO WS-COMMAREA-AREA
               PERFORM 2000-PROCESS-OPERATOR-INPUT
           END-IF
           EXEC CICS RETURN
               TRANSID(WS-TRANSID)
               COMMAREA(WS-COMMAREA-AREA)
               LENGTH(LENGTH OF WS-COMMAREA-AREA)
           END-EXEC.

       1000-INITIAL-ENTRY.
           MOVE LOW-VALUES TO BUGIMAPI
           MOVE SPACES TO CA-ACCOUNT
           MOVE 1 TO CA-PAGE-NUMBER
           MOVE "KEY AN ACCOUNT NUMBER AND PRESS ENTER"
               TO IMSGO OF BUGIMAPO
           EXEC CICS SEND MAP(WS-MAP-NAME)
               MAPSET(WS-MAPSET-NAME)
               ERASE
           END-EXEC.

       2000-PROCESS-OPERATOR-INPUT.
           EXEC CICS RECEIVE MAP(WS-MAP-NAME)
               MAPSET(WS-MAPSET-NAME)
               INTO(BUGIMAPI)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "INPUT NOT RECEIVED - PLEASE RE-ENTER"
                   TO WS-MESSAGE
               PERFORM 2800-SHOW-ACCOUNT
           ELSE
               EVALUATE EIBAID
                   WHEN DFHPF3
                       EXEC CICS RETURN END-EXEC
                   WHEN DFHPF8
                       ADD 1 TO CA-PAGE-NUMBER
                       PERFORM 2800-SHOW-ACCOUNT
                   WHEN DFHPF7
                       IF CA-PAGE-NUMBER > 1
                           SUBTRACT 1 FROM CA-PAGE-NUMBER
                       ELSE
                           MOVE "ALREADY AT MOST RECENT POSTINGS"
                               TO WS-MESSAGE
                       END-IF
                       PERFORM 2800-SHOW-ACCOUNT
                   WHEN DFHENTER
                       PERFORM 2100-PROCESS-ENTER-KEY
                   WHEN OTHER
                       MOVE "USE ENTER, PF7, PF8 OR PF3"
                           TO WS-MESSAGE
                       PERFORM 2800-SHOW-ACCOUNT
               END-EVALUATE
           END-IF.

      *    ENTER WITH A NEW ACCOUNT NUMBER STARTS THAT ACCOUNT AT
      *    ITS MOST RECENT POSTINGS; ENTER ALONE REFRESHES THE
      *    ACCOUNT ON THE SCREEN FROM PAGE ONE.
       2100-PROCESS-ENTER-KEY.
           IF IACCTL OF BUGIMAPI > 0
               MOVE IACCTI OF BUGIMAPI TO CA-ACCOUNT
           END-IF
           MOVE 1 TO CA-PAGE-NUMBER
           PERFORM 2800-SHOW-ACCOUNT.

      *    EVERY DISPLAY IS BUILT FRESH FROM THE FILES, SO A PAGE
      *    ALWAYS REFLECTS WHAT IS ON THEM AT THE MOMENT OF ASKING.
       2800-SHOW-ACCOUNT.
           PERFORM 2810-CLEAR-ACCOUNT-FIELDS
           IF CA-ACCOUNT = SPACES OR CA-ACCOUNT = LOW-VALUES
               MOVE SPACES TO CA-ACCOUNT
               MOVE 1 TO CA-PAGE-NUMBER
               IF WS-MESSAGE = SPACES
                   MOVE "ACCOUNT NUMBER REQUIRED" TO WS-MESSAGE
               END-IF
           ELSE
               MOVE CA-ACCOUNT TO IACCTO OF BUGIMAPO
               PERFORM 3000-READ-ACCOUNT-MASTER
               IF NOT ACCOUNT-FOUND
                   IF WS-MESSAGE = SPACES
                       MOVE "ACCOUNT NOT ON FILE" TO WS-MESSAGE
                   END-IF
               ELSE
                   PERFORM 3100-READ-LEDGER-RECORD
                   PERFORM 3200-FLAG-SUSPENSE-ITEMS
                   PERFORM 3300-LOAD-HISTORY-PAGE
                   IF WS-LINES-SHOWN = 0 AND CA-PAGE-NUMBER > 1
                       SUBTRACT 1 FROM CA-PAGE-NUMBER
                       MOVE "NO OLDER POSTINGS" TO WS-MESSAGE
                       PERFORM 3300-LOAD-HISTORY-PAGE
                   END-IF
                   PERFORM 3400-SET-PAGING-MESSAGE
               END-IF
           END-IF
           MOVE WS-MESSAGE TO IMSGO OF BUGIMAPO
           EXEC CICS SEND MAP(WS-MAP-NAME)
               MAPSET(WS-MAPSET-NAME)
               DATAONLY
           END-EXEC.

       2810-CLEAR-ACCOUNT-FIELDS.
           MOVE SPACES TO IACCTO OF BUGIMAPO
           MOVE SPACES TO INAMEO OF BUGIMAPO
           MOVE SPACES TO ISTATO OF BUGIMAPO
           MOVE SPACES TO ISTDTO OF BUGIMAPO
           MOVE SPACES TO IBALO OF BUGIMAPO
           MOVE SPACES TO INETO OF BUGIMAPO
           MOVE SPACES TO ILACTO OF BUGIMAPO
           MOVE SPACES TO ISUSPO OF BUGIMAPO
           MOVE SPACES TO IPAGEO OF BUGIMAPO
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > WS-LINES-PER-PAGE
               MOVE SPACES TO IHISTO OF BUGIMAPO(WS-LINE-IDX)
           END-PERFORM.

       3000-READ-ACCOUNT-MASTER.
           MOVE "N" TO WS-ACCOUNT-FOUND-SW
           EXEC CICS READ
               FILE(WS-ACCT-FILE-NAME)
               INTO(ACCOUNT-MASTER-RECORD)
               RIDFLD(CA-ACCOUNT)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               SET ACCOUNT-FOUND TO TRUE
               MOVE ACCT-NAME TO INAMEO OF BUGIMAPO
               EVALUATE TRUE
                   WHEN ACCT-OPEN
                       MOVE "OPEN" TO ISTATO OF BUGIMAPO
                   WHEN ACCT-CLOSED
                       MOVE "CLOSED" TO ISTATO OF BUGIMAPO
                   WHEN ACCT-FROZEN
                       MOVE "FROZEN" TO ISTATO OF BUGIMAPO
                   WHEN OTHER
                       MOVE ACCT-STATUS TO ISTATO OF BUGIMAPO
               END-EVALUATE
               MOVE ACCT-STATUS-DATE TO ISTDTO OF BUGIMAPO
           ELSE
               MOVE SPACES TO CA-ACCOUNT
               MOVE 1 TO CA-PAGE-NUMBER
           END-IF.

      *    AN ACCOUNT WITH NO LEDGER RECORD HAS NEVER HAD A POSTING
      *    - BUG CREATES THE RECORD ON THE FIRST ONE.
       3100-READ-LEDGER-RECORD.
           MOVE "N" TO WS-LEDGER-FOUND-SW
           EXEC CICS READ
               FILE(WS-LEDG-FILE-NAME)
               INTO(LEDGER-RECORD)
               RIDFLD(CA-ACCOUNT)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               SET LEDGER-FOUND TO TRUE
               MOVE LEDG-BALANCE TO WS-BALANCE-EDIT
               MOVE WS-BALANCE-EDIT TO IBALO OF BUGIMAPO
               MOVE LEDG-PERIOD-NET TO WS-BALANCE-EDIT
               MOVE WS-BALANCE-EDIT TO INETO OF BUGIMAPO
               MOVE LEDG-LAST-ACTIVITY-DATE TO ILACTO OF BUGIMAPO
           ELSE
               MOVE 0 TO WS-BALANCE-EDIT
               MOVE WS-BALANCE-EDIT TO IBALO OF BUGIMAPO
               MOVE WS-BALANCE-EDIT TO INETO OF BUGIMAPO
               MOVE "NONE" TO ILACTO OF BUGIMAPO
           END-IF.

      *    WRITTEN-OFF ITEMS ARE LEFT OUT - BUG DROPS THEM AT THE
      *    NEXT RECYCLE AND THEY WILL NEVER REACH THE ACCOUNT.
       3200-FLAG-SUSPENSE-ITEMS.
           MOVE 0 TO WS-SUSP-ITEM-COUNT
           MOVE 0 TO WS-SUSP-FIRST-ITEM
           MOVE "N" TO WS-END-BROWSE-SW
           MOVE 1 TO WS-SUSP-RRN
           EXEC CICS STARTBR
               FILE(WS-SUSP-FILE-NAME)
               RIDFLD(WS-SUSP-RRN)
               RRN
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET END-OF-BROWSE TO TRUE
           END-IF
           PERFORM UNTIL END-OF-BROWSE
               EXEC CICS READNEXT
                   FILE(WS-SUSP-FILE-NAME)
                   INTO(SUSPENSE-RECORD)
                   RIDFLD(WS-SUSP-RRN)
                   RRN
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   MOVE SUSP-TRANS-DATA TO TRANSACTION-RECORD
                   IF TRANS-ACCOUNT = CA-ACCOUNT AND
                      NOT SUSP-WRITTEN-OFF
                       ADD 1 TO WS-SUSP-ITEM-COUNT
                       IF WS-SUSP-FIRST-ITEM = 0
                           MOVE WS-SUSP-RRN TO WS-SUSP-FIRST-ITEM
                       END-IF
                   END-IF
               ELSE
                   SET END-OF-BROWSE TO TRUE
               END-IF
           END-PERFORM
           EXEC CICS ENDBR
               FILE(WS-SUSP-FILE-NAME)
               RESP(WS-RESP)
           END-EXEC
           IF WS-SUSP-ITEM-COUNT > 0
               MOVE WS-SUSP-ITEM-COUNT TO WS-SFLAG-COUNT
               MOVE WS-SUSP-FIRST-ITEM TO WS-SFLAG-FIRST-ITEM
               MOVE WS-SUSPENSE-FLAG TO ISUSPO OF BUGIMAPO
           ELSE
               MOVE "NO SUSPENSE ITEMS HELD" TO ISUSPO OF BUGIMAPO
           END-IF.

      *    HISTFILE IS IN POSTING ORDER, SO BROWSING IT BACKWARD
      *    GIVES THE ACCOUNT'S MOST RECENT POSTINGS FIRST.  PAGE N
      *    SKIPS THE ACCOUNT'S FIRST (N - 1) * 10 POSTINGS FROM THE
      *    END; ONE POSTING BEYOND THE PAGE TELLS US PF8 HAS MORE.
       3300-LOAD-HISTORY-PAGE.
           COMPUTE WS-POSTINGS-TO-SKIP =
               (CA-PAGE-NUMBER - 1) * WS-LINES-PER-PAGE
           MOVE 0 TO WS-POSTINGS-MATCHED
           MOVE 0 TO WS-LINES-SHOWN
           MOVE "N" TO WS-MORE-POSTINGS-SW
           MOVE "N" TO WS-END-BROWSE-SW
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > WS-LINES-PER-PAGE
               MOVE SPACES TO IHISTO OF BUGIMAPO(WS-LINE-IDX)
           END-PERFORM
           MOVE HIGH-VALUES TO WS-HIST-RBA-X
           EXEC CICS STARTBR
               FILE(WS-HIST-FILE-NAME)
               RIDFLD(WS-HIST-RBA)
               RBA
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET END-OF-BROWSE TO TRUE
           END-IF
           PERFORM UNTIL END-OF-BROWSE
               EXEC CICS READPREV
                   FILE(WS-HIST-FILE-NAME)
                   INTO(HISTORY-RECORD)
                   RIDFLD(WS-HIST-RBA)
                   RBA
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   IF HIST-ACCOUNT = CA-ACCOUNT
                       PERFORM 3310-PLACE-HISTORY-LINE
                   END-IF
               ELSE
                   SET END-OF-BROWSE TO TRUE
               END-IF
           END-PERFORM
           EXEC CICS ENDBR
               FILE(WS-HIST-FILE-NAME)
               RESP(WS-RESP)
           END-EXEC
           MOVE CA-PAGE-NUMBER TO WS-PAGE-EDIT
           MOVE WS-PAGE-EDIT TO IPAGEO OF BUGIMAPO.

       3310-PLACE-HISTORY-LINE.
           ADD 1 TO WS-POSTINGS-MATCHED
           IF WS-POSTINGS-MATCHED > WS-POSTINGS-TO-SKIP
               IF WS-LINES-SHOWN < WS-LINES-PER-PAGE
                   ADD 1 TO WS-LINES-SHOWN
                   MOVE HIST-TRANS-ID TO HL-TRANS-ID
                   MOVE HIST-TRANS-DATE TO HL-TRANS-DATE
                   MOVE HIST-TYPE-CODE TO HL-TYPE-CODE
                   IF HIST-BALANCE-FORWARD
                       MOVE HIST-BFWD-BALANCE TO WS-BFWD-BALANCE-EDIT
                       MOVE WS-BFWD-BALANCE-EDIT TO HL-DESCRIPTION
                       MOVE ZERO TO HL-AMOUNT
                   ELSE
                       MOVE HIST-DESCRIPTION TO HL-DESCRIPTION
                       MOVE HIST-AMOUNT TO HL-AMOUNT
                   END-IF
                   MOVE HIST-RUN-NUMBER TO HL-RUN-NUMBER
                   MOVE HIST-POST-DATE TO HL-POST-DATE
                   MOVE WS-HISTORY-LINE
                       TO IHISTO OF BUGIMAPO(WS-LINES-SHOWN)
               ELSE
                   SET MORE-POSTINGS TO TRUE
                   SET END-OF-BROWSE TO TRUE
               END-IF
           END-IF.

       3400-SET-PAGING-MESSAGE.
           IF WS-MESSAGE = SPACES
               EVALUATE TRUE
                   WHEN WS-LINES-SHOWN = 0
                       MOVE "NO POSTINGS ON HISTORY FOR THIS ACCOUNT"
                           TO WS-MESSAGE
                   WHEN MORE-POSTINGS
                       MOVE "PF8 FOR OLDER POSTINGS" TO WS-MESSAGE
                   WHEN OTHER
                       MOVE "END OF POSTINGS" TO WS-MESSAGE
               END-EVALUATE
           END-IF.
