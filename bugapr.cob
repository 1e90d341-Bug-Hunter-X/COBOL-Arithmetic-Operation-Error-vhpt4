      ******************************************************************
      *  PROGRAM-ID: BUGAPR                                           *
      *  CICS PSEUDO-CONVERSATIONAL APPROVAL SCREEN FOR THE CHANGES    *
      *  HELD AS PENDING REQUESTS ON APPRFILE (WSAPPR LAYOUT) - THE    *
      *  SUSPENSE WRITE-OFFS RAISED ON BUGSUS AND THE RUN-COUNTER      *
      *  CORRECTIONS RAISED ON BUGONL.  SHOWS ONE PENDING REQUEST AT   *
      *  A TIME, OLDEST FIRST, WITH THE MAKER AND THE DETAIL KEYED,    *
      *  AND LETS A SECOND USER APPROVE OR DECLINE IT.  THE CHECKER    *
      *  MUST BE A DIFFERENT USER FROM THE MAKER.  AN APPROVED         *
      *  WRITE-OFF MARKS THE SUSPFILE ITEM WRITTEN-OFF FOR BUG TO DROP *
      *  AT THE NEXT RECYCLE; A DECLINED ONE PUTS BACK THE ITEM'S      *
      *  EARLIER DISPOSITION.  BOTH CUT A SUSPAUD RECORD (WSSAUD       *
      *  LAYOUT) NAMING MAKER AND CHECKER.  AN APPROVED COUNTER CHANGE *
      *  IS APPLIED TO COUNTFIL ONLY IF THE COUNTER STILL HOLDS THE    *
      *  VALUES THE MAKER SAW.  THE DECISION, CHECKER AND TIME ARE     *
      *  KEPT ON THE REQUEST.  ACCESS IS RESTRICTED TO AUTHORIZED      *
      *  CHECKERS THROUGH CICS TRANSACTION SECURITY ON THE BUGA        *
      *  TRANSACTION.  PF8/PF7 STEP TO THE NEXT/PREVIOUS PENDING       *
      *  REQUEST, ENTER APPLIES THE ACTION CODE (A/D), PF3 EXITS.      *
      *  DIALECT NOTE: THIS PROGRAM USES EXEC CICS COMMANDS AND IS     *
      *  NOT COMPILABLE BY PLAIN GNUCOBOL WITHOUT A CICS TRANSLATOR;   *
      *  IT IS DESK-CHECKED AGAINST STANDARD CICS COBOL CONVENTIONS.   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUGAPR.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY BUGAMAP.
           COPY WSAPPR.
           COPY WSSUSP.
           COPY WSTRANS.
           COPY WSSAUD.
           COPY WSCOUNT.
           COPY DFHAID.

       01  WS-COMMAREA-AREA.
           05  CA-REQUEST-KEY              PIC X(18).

       01  WS-BROWSE-KEY                   PIC X(18).
       01  WS-ITEM-RRN                     PIC S9(8) COMP.
       01  WS-RESP                         PIC S9(8) COMP.
       01  WS-ABSTIME                      PIC S9(15) COMP-3.
       01  WS-AUDIT-RBA                    PIC S9(8) COMP.
       01  WS-ITEM-AMOUNT                  PIC S9(7)V99.

       01  WS-SWITCHES.
           05  WS-REQUEST-FOUND-SW         PIC X VALUE "N".
               88  REQUEST-FOUND           VALUE "Y".
           05  WS-ITEM-FOUND-SW            PIC X VALUE "N".
               88  ITEM-FOUND              VALUE "Y".
           05  WS-END-BROWSE-SW            PIC X VALUE "N".
               88  END-OF-BROWSE           VALUE "Y".
           05  WS-DECISION-MADE-SW         PIC X VALUE "N".
               88  DECISION-MADE           VALUE "Y".

       01  WS-EDIT-FIELDS.
           05  WS-DECISION-DATE            PIC 9(8).
           05  WS-DECISION-TIME            PIC 9(6).
           05  WS-OPERATOR-ID              PIC X(8) VALUE SPACES.

       01  WS-WRITE-OFF-LINE-1.
           05  FILLER                      PIC X(14) VALUE
               "SUSPENSE ITEM ".
           05  WOL-ITEM-NUMBER             PIC 9(5).
           05  FILLER                      PIC X(9) VALUE
               "  TRANS ".
           05  WOL-TRANS-ID                PIC X(6).
           05  FILLER                      PIC X(10) VALUE
               "  ACCOUNT ".
           05  WOL-ACCOUNT                 PIC X(8).

       01  WS-WRITE-OFF-LINE-2.
           05  FILLER                      PIC X(7) VALUE "AMOUNT ".
           05  WOL-AMOUNT                  PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(8) VALUE "  TYPE ".
           05  WOL-TYPE                    PIC X(2).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WOL-REASON                  PIC X(25).

       01  WS-COUNTER-LINE-1.
           05  FILLER                      PIC X(8) VALUE "COUNTER ".
           05  CCL-COUNTER-KEY             PIC X(5).
           05  FILLER                      PIC X(8) VALUE "  COUNT ".
           05  CCL-OLD-COUNT               PIC 9(5).
           05  FILLER                      PIC X(4) VALUE " TO ".
           05  CCL-NEW-COUNT               PIC 9(5).

       01  WS-COUNTER-LINE-2.
           05  FILLER                      PIC X(6) VALUE "LABEL ".
           05  CCL-OLD-LABEL               PIC X(10).
           05  FILLER                      PIC X(4) VALUE " TO ".
           05  CCL-NEW-LABEL               PIC X(10).

       01  WS-MAPSET-NAME                  PIC X(8) VALUE "BUGASET".
       01  WS-MAP-NAME                     PIC X(8) VALUE "BUGAMAP".
       01  WS-APPR-FILE-NAME               PIC X(8) VALUE "APPRFILE".
       01  WS-SUSP-FILE-NAME               PIC X(8) VALUE "SUSPFILE".
       01  WS-AUDIT-FILE-NAME              PIC X(8) VALUE "SUSPAUD".
       01  WS-COUNT-FILE-NAME              PIC X(8) VALUE "COUNTFIL".
       01  WS-TRANSID                      PIC X(4) VALUE "BUGA".

       LINKAGE SECTION.
       01  DFHCOMMAREA                     PIC X(18).

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
           MOVE LOW-VALUES TO BUGAMAPI
           MOVE LOW-VALUES TO CA-REQUEST-KEY
           PERFORM 1100-FIND-NEXT-PENDING
           IF REQUEST-FOUND
               MOVE SPACES TO AMSGO OF BUGAMAPO
           ELSE
               MOVE "NO REQUESTS AWAITING APPROVAL"
                   TO AMSGO OF BUGAMAPO
           END-IF
           PERFORM 1400-BUILD-REQUEST-MAP
           EXEC CICS SEND MAP(WS-MAP-NAME)
               MAPSET(WS-MAPSET-NAME)
               ERASE
           END-EXEC.

      *    APPRFILE IS KEYED BY THE DATE AND TIME A REQUEST WAS
      *    RAISED, SO A FORWARD BROWSE MEETS THE OLDEST REQUESTS
      *    FIRST.  DECIDED REQUESTS STAY ON THE FILE AND ARE STEPPED
      *    OVER.  THE REQUEST NOW SHOWN IS NEVER ITS OWN NEXT.
       1100-FIND-NEXT-PENDING.
           MOVE "N" TO WS-REQUEST-FOUND-SW
           MOVE "N" TO WS-END-BROWSE-SW
           MOVE CA-REQUEST-KEY TO WS-BROWSE-KEY
           EXEC CICS STARTBR
               FILE(WS-APPR-FILE-NAME)
               RIDFLD(WS-BROWSE-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET END-OF-BROWSE TO TRUE
           END-IF
           PERFORM UNTIL END-OF-BROWSE OR REQUEST-FOUND
               EXEC CICS READNEXT
                   FILE(WS-APPR-FILE-NAME)
                   INTO(APPROVAL-REQUEST-RECORD)
                   RIDFLD(WS-BROWSE-KEY)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   IF APPR-PENDING AND
                      APPR-REQUEST-KEY NOT = CA-REQUEST-KEY
                       SET REQUEST-FOUND TO TRUE
                   END-IF
               ELSE
                   SET END-OF-BROWSE TO TRUE
               END-IF
           END-PERFORM
           EXEC CICS ENDBR
               FILE(WS-APPR-FILE-NAME)
               RESP(WS-RESP)
           END-EXEC
           IF REQUEST-FOUND
               MOVE APPR-REQUEST-KEY TO CA-REQUEST-KEY
           END-IF.

      *    A BACKWARD BROWSE STARTED ON THE REQUEST NOW SHOWN RETURNS
      *    THAT REQUEST FIRST, SO ONLY A LOWER KEY COUNTS.
       1200-FIND-PREVIOUS-PENDING.
           MOVE "N" TO WS-REQUEST-FOUND-SW
           MOVE "N" TO WS-END-BROWSE-SW
           MOVE CA-REQUEST-KEY TO WS-BROWSE-KEY
           EXEC CICS STARTBR
               FILE(WS-APPR-FILE-NAME)
               RIDFLD(WS-BROWSE-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET END-OF-BROWSE TO TRUE
           END-IF
           PERFORM UNTIL END-OF-BROWSE OR REQUEST-FOUND
               EXEC CICS READPREV
                   FILE(WS-APPR-FILE-NAME)
                   INTO(APPROVAL-REQUEST-RECORD)
                   RIDFLD(WS-BROWSE-KEY)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   IF APPR-PENDING AND
                      APPR-REQUEST-KEY < CA-REQUEST-KEY
                       SET REQUEST-FOUND TO TRUE
                   END-IF
               ELSE
                   SET END-OF-BROWSE TO TRUE
               END-IF
           END-PERFORM
           EXEC CICS ENDBR
               FILE(WS-APPR-FILE-NAME)
               RESP(WS-RESP)
           END-EXEC
           IF REQUEST-FOUND
               MOVE APPR-REQUEST-KEY TO CA-REQUEST-KEY
           END-IF.

       1300-READ-CURRENT-REQUEST.
           MOVE "N" TO WS-REQUEST-FOUND-SW
           EXEC CICS READ
               FILE(WS-APPR-FILE-NAME)
               INTO(APPROVAL-REQUEST-RECORD)
               RIDFLD(CA-REQUEST-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               SET REQUEST-FOUND TO TRUE
           END-IF.

       1400-BUILD-REQUEST-MAP.
           IF NOT REQUEST-FOUND
               MOVE SPACES TO ADATEO OF BUGAMAPO
               MOVE SPACES TO ATIMEO OF BUGAMAPO
               MOVE SPACES TO ATERMO OF BUGAMAPO
               MOVE SPACES TO ATYPEO OF BUGAMAPO
               MOVE SPACES TO AMAKERO OF BUGAMAPO
               MOVE SPACES TO ASTATO OF BUGAMAPO
               MOVE SPACES TO ACHKRO OF BUGAMAPO
               MOVE SPACES TO ADET1O OF BUGAMAPO
               MOVE SPACES TO ADET2O OF BUGAMAPO
           ELSE
               MOVE APPR-REQUEST-DATE TO ADATEO OF BUGAMAPO
               MOVE APPR-REQUEST-TIME TO ATIMEO OF BUGAMAPO
               MOVE APPR-REQUEST-TERM TO ATERMO OF BUGAMAPO
               MOVE APPR-MAKER TO AMAKERO OF BUGAMAPO
               MOVE APPR-CHECKER TO ACHKRO OF BUGAMAPO
               EVALUATE TRUE
                   WHEN APPR-PENDING
                       MOVE "PENDING" TO ASTATO OF BUGAMAPO
                   WHEN APPR-APPROVED
                       MOVE "APPROVED" TO ASTATO OF BUGAMAPO
                   WHEN APPR-DECLINED
                       MOVE "DECLINED" TO ASTATO OF BUGAMAPO
                   WHEN OTHER
                       MOVE APPR-STATUS TO ASTATO OF BUGAMAPO
               END-EVALUATE
               IF APPR-WRITE-OFF
                   MOVE "SUSPENSE WRITE-OFF" TO ATYPEO OF BUGAMAPO
                   MOVE APPR-ITEM-NUMBER TO WOL-ITEM-NUMBER
                   MOVE APPR-TRANS-ID TO WOL-TRANS-ID
                   MOVE APPR-TRANS-ACCOUNT TO WOL-ACCOUNT
                   MOVE APPR-TRANS-AMOUNT TO WOL-AMOUNT
                   MOVE APPR-TRANS-TYPE TO WOL-TYPE
                   MOVE APPR-REJECT-REASON TO WOL-REASON
                   MOVE WS-WRITE-OFF-LINE-1 TO ADET1O OF BUGAMAPO
                   MOVE WS-WRITE-OFF-LINE-2 TO ADET2O OF BUGAMAPO
               ELSE
                   MOVE "RUN COUNTER CHANGE" TO ATYPEO OF BUGAMAPO
                   MOVE APPR-COUNTER-KEY TO CCL-COUNTER-KEY
                   MOVE APPR-OLD-RUN-COUNT TO CCL-OLD-COUNT
                   MOVE APPR-NEW-RUN-COUNT TO CCL-NEW-COUNT
                   MOVE APPR-OLD-RUN-LABEL TO CCL-OLD-LABEL
                   MOVE APPR-NEW-RUN-LABEL TO CCL-NEW-LABEL
                   MOVE WS-COUNTER-LINE-1 TO ADET1O OF BUGAMAPO
                   MOVE WS-COUNTER-LINE-2 TO ADET2O OF BUGAMAPO
               END-IF
           END-IF
           MOVE SPACES TO AACTO OF BUGAMAPO.

       2000-PROCESS-OPERATOR-INPUT.
           EXEC CICS RECEIVE MAP(WS-MAP-NAME)
               MAPSET(WS-MAPSET-NAME)
               INTO(BUGAMAPI)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE LOW-VALUES TO BUGAMAPI
               MOVE "INPUT NOT RECEIVED - PLEASE RE-ENTER"
                   TO AMSGO OF BUGAMAPO
               PERFORM 2800-SHOW-CURRENT-REQUEST
           ELSE
               EVALUATE EIBAID
                   WHEN DFHPF3
                       EXEC CICS RETURN END-EXEC
                   WHEN DFHPF8
                       PERFORM 1100-FIND-NEXT-PENDING
                       IF REQUEST-FOUND
                           MOVE "NEXT PENDING REQUEST"
                               TO AMSGO OF BUGAMAPO
                           PERFORM 2900-SEND-REQUEST-MAP
                       ELSE
                           MOVE "NO LATER PENDING REQUESTS"
                               TO AMSGO OF BUGAMAPO
                           PERFORM 2800-SHOW-CURRENT-REQUEST
                       END-IF
                   WHEN DFHPF7
                       PERFORM 1200-FIND-PREVIOUS-PENDING
                       IF REQUEST-FOUND
                           MOVE "PREVIOUS PENDING REQUEST"
                               TO AMSGO OF BUGAMAPO
                           PERFORM 2900-SEND-REQUEST-MAP
                       ELSE
                           MOVE "NO EARLIER PENDING REQUESTS"
                               TO AMSGO OF BUGAMAPO
                           PERFORM 2800-SHOW-CURRENT-REQUEST
                       END-IF
                   WHEN DFHENTER
                       PERFORM 2100-PROCESS-ENTER-ACTION
                   WHEN OTHER
                       MOVE SPACES TO AMSGO OF BUGAMAPO
                       PERFORM 2800-SHOW-CURRENT-REQUEST
               END-EVALUATE
           END-IF.

       2100-PROCESS-ENTER-ACTION.
           EVALUATE TRUE
               WHEN AACTL OF BUGAMAPI = 0
                   MOVE SPACES TO AMSGO OF BUGAMAPO
                   PERFORM 2800-SHOW-CURRENT-REQUEST
               WHEN AACTI OF BUGAMAPI = "A"
                   PERFORM 2200-DECIDE-REQUEST
               WHEN AACTI OF BUGAMAPI = "D"
                   PERFORM 2200-DECIDE-REQUEST
               WHEN AACTI OF BUGAMAPI = SPACE
                   MOVE SPACES TO AMSGO OF BUGAMAPO
                   PERFORM 2800-SHOW-CURRENT-REQUEST
               WHEN OTHER
                   MOVE "ACTION MUST BE A OR D"
                       TO AMSGO OF BUGAMAPO
                   PERFORM 2800-SHOW-CURRENT-REQUEST
           END-EVALUATE.

      *    THE REQUEST IS HELD FOR UPDATE WHILE ITS TARGET IS CHANGED.
      *    THE TARGET UPDATE, THE DECISION ON THE REQUEST AND THE
      *    SUSPAUD RECORD ARE ONE UNIT OF WORK: IF THE DECISION OR
      *    THE SUSPAUD RECORD CANNOT BE WRITTEN THE TARGET UPDATE IS
      *    ROLLED BACK, SO A CHANGE IS NEVER IN EFFECT WHILE ITS
      *    REQUEST STILL SHOWS PENDING OR WITHOUT ITS AUDIT RECORD.
       2200-DECIDE-REQUEST.
           EXEC CICS READ
               FILE(WS-APPR-FILE-NAME)
               INTO(APPROVAL-REQUEST-RECORD)
               RIDFLD(CA-REQUEST-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE "NO REQUEST SELECTED" TO AMSGO OF BUGAMAPO
               WHEN NOT APPR-PENDING
                   PERFORM 2290-RELEASE-REQUEST-LOCK
                   MOVE "REQUEST ALREADY DECIDED" TO AMSGO OF BUGAMAPO
               WHEN OTHER
                   PERFORM 2210-CHECK-AND-DECIDE
           END-EVALUATE
           PERFORM 2800-SHOW-CURRENT-REQUEST.

       2210-CHECK-AND-DECIDE.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-DECISION-DATE)
               TIME(WS-DECISION-TIME)
           END-EXEC
           EXEC CICS ASSIGN USERID(WS-OPERATOR-ID) END-EXEC
           MOVE "N" TO WS-DECISION-MADE-SW
           IF WS-OPERATOR-ID = APPR-MAKER
               PERFORM 2290-RELEASE-REQUEST-LOCK
               MOVE "RAISED BY YOU - ANOTHER USER MUST DECIDE"
                   TO AMSGO OF BUGAMAPO
           ELSE
               IF APPR-WRITE-OFF
                   PERFORM 2300-DECIDE-WRITE-OFF
               ELSE
                   PERFORM 2400-DECIDE-COUNTER-CHANGE
               END-IF
               IF DECISION-MADE
                   PERFORM 2250-RECORD-DECISION
               ELSE
                   PERFORM 2290-RELEASE-REQUEST-LOCK
               END-IF
           END-IF.

       2250-RECORD-DECISION.
           IF AACTI OF BUGAMAPI = "A"
               SET APPR-APPROVED TO TRUE
           ELSE
               SET APPR-DECLINED TO TRUE
           END-IF
           MOVE WS-OPERATOR-ID TO APPR-CHECKER
           MOVE WS-DECISION-DATE TO APPR-DECISION-DATE
           MOVE WS-DECISION-TIME TO APPR-DECISION-TIME
           EXEC CICS REWRITE
               FILE(WS-APPR-FILE-NAME)
               FROM(APPROVAL-REQUEST-RECORD)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               IF APPR-APPROVED
                   MOVE "REQUEST APPROVED - PF8 FOR NEXT"
                       TO AMSGO OF BUGAMAPO
               ELSE
                   MOVE "REQUEST DECLINED - PF8 FOR NEXT"
                       TO AMSGO OF BUGAMAPO
               END-IF
               IF APPR-WRITE-OFF
                   PERFORM 2500-WRITE-AUDIT-RECORD
               END-IF
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                   MOVE "DECISION NOT RECORDED - SEE OPERATOR"
                       TO AMSGO OF BUGAMAPO
               END-IF
           ELSE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               MOVE "DECISION NOT RECORDED - SEE OPERATOR"
                   TO AMSGO OF BUGAMAPO
           END-IF.

       2290-RELEASE-REQUEST-LOCK.
           EXEC CICS UNLOCK
               FILE(WS-APPR-FILE-NAME)
               RESP(WS-RESP)
           END-EXEC.

      *    A DECLINE IS ALWAYS RECORDED - IF THE ITEM HAS GONE FROM
      *    SUSPENSE THERE IS SIMPLY NOTHING TO PUT BACK.  AN APPROVAL
      *    NEEDS THE ITEM STILL PENDING ON FILE.
       2300-DECIDE-WRITE-OFF.
           PERFORM 2310-LOCATE-SUSPENSE-ITEM
           IF ITEM-FOUND
               IF AACTI OF BUGAMAPI = "A"
                   SET SUSP-WRITTEN-OFF TO TRUE
               ELSE
                   MOVE APPR-PRIOR-DISP TO SUSP-DISPOSITION
               END-IF
               EXEC CICS REWRITE
                   FILE(WS-SUSP-FILE-NAME)
                   FROM(SUSPENSE-RECORD)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   SET DECISION-MADE TO TRUE
               ELSE
                   MOVE "ERROR UPDATING ITEM - SEE OPERATOR"
                       TO AMSGO OF BUGAMAPO
               END-IF
           ELSE
               IF AACTI OF BUGAMAPI = "A"
                   MOVE "ITEM NO LONGER PENDING - DECLINE IT"
                       TO AMSGO OF BUGAMAPO
               ELSE
                   SET DECISION-MADE TO TRUE
               END-IF
           END-IF.

      *    BUG REWRITES SUSPFILE EVERY NIGHT, SO THE ITEM NUMBER ON
      *    THE REQUEST ONLY HOLDS ON THE DAY IT WAS RAISED.  WHEN THE
      *    ITEM THERE IS NOT THE ONE REQUESTED THE FILE IS BROWSED FOR
      *    THE PENDING ITEM WITH THE REQUEST'S TRANS ID.  A TRANS ID
      *    ALONE DOES NOT PROVE THE ITEM - TWO REJECTED ITEMS CAN
      *    CARRY THE SAME ONE - SO THE ACCOUNT, AMOUNT AND TYPE THE
      *    MAKER SAW MUST MATCH AS WELL.
       2310-LOCATE-SUSPENSE-ITEM.
           MOVE "N" TO WS-ITEM-FOUND-SW
           MOVE APPR-ITEM-NUMBER TO WS-ITEM-RRN
           PERFORM 2330-READ-SUSPENSE-FOR-UPDATE
           IF NOT ITEM-FOUND
               PERFORM 2320-BROWSE-FOR-ITEM
               IF ITEM-FOUND
                   PERFORM 2330-READ-SUSPENSE-FOR-UPDATE
               END-IF
           END-IF.

       2320-BROWSE-FOR-ITEM.
           MOVE "N" TO WS-END-BROWSE-SW
           MOVE 1 TO WS-ITEM-RRN
           EXEC CICS STARTBR
               FILE(WS-SUSP-FILE-NAME)
               RIDFLD(WS-ITEM-RRN)
               RRN
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET END-OF-BROWSE TO TRUE
           END-IF
           PERFORM UNTIL END-OF-BROWSE OR ITEM-FOUND
               EXEC CICS READNEXT
                   FILE(WS-SUSP-FILE-NAME)
                   INTO(SUSPENSE-RECORD)
                   RIDFLD(WS-ITEM-RRN)
                   RRN
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   PERFORM 2340-CHECK-ITEM-MATCHES
               ELSE
                   SET END-OF-BROWSE TO TRUE
               END-IF
           END-PERFORM
           EXEC CICS ENDBR
               FILE(WS-SUSP-FILE-NAME)
               RESP(WS-RESP)
           END-EXEC.

       2330-READ-SUSPENSE-FOR-UPDATE.
           MOVE "N" TO WS-ITEM-FOUND-SW
           EXEC CICS READ
               FILE(WS-SUSP-FILE-NAME)
               INTO(SUSPENSE-RECORD)
               RIDFLD(WS-ITEM-RRN)
               RRN
               UPDATE
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 2340-CHECK-ITEM-MATCHES
               IF NOT ITEM-FOUND
                   EXEC CICS UNLOCK
                       FILE(WS-SUSP-FILE-NAME)
                       RESP(WS-RESP)
                   END-EXEC
               END-IF
           END-IF.

      *    THE AMOUNT IS TAKEN THE WAY BUGSUS TOOK IT FOR THE REQUEST
      *    - A NON-NUMERIC AMOUNT ON THE ITEM WAS RECORDED AS ZERO.
       2340-CHECK-ITEM-MATCHES.
           MOVE SUSP-TRANS-DATA TO TRANSACTION-RECORD
           IF TRANS-AMOUNT IS NUMERIC
               MOVE TRANS-AMOUNT TO WS-ITEM-AMOUNT
           ELSE
               MOVE 0 TO WS-ITEM-AMOUNT
           END-IF
           IF TRANS-ID = APPR-TRANS-ID AND
              TRANS-ACCOUNT = APPR-TRANS-ACCOUNT AND
              WS-ITEM-AMOUNT = APPR-TRANS-AMOUNT AND
              TRANS-TYPE-CODE = APPR-TRANS-TYPE AND
              SUSP-WRITE-OFF-PENDING
               SET ITEM-FOUND TO TRUE
           END-IF.

      *    A DECLINE LEAVES COUNTFIL ALONE.  AN APPROVAL IS APPLIED
      *    ONLY OVER THE VALUES THE MAKER SAW - IF BUG OR ANOTHER
      *    APPROVED CHANGE HAS MOVED THE COUNTER SINCE, THE REQUEST
      *    NO LONGER SAYS WHAT IT MEANT AND MUST BE DECLINED.
       2400-DECIDE-COUNTER-CHANGE.
           IF AACTI OF BUGAMAPI = "D"
               SET DECISION-MADE TO TRUE
           ELSE
               EXEC CICS READ
                   FILE(WS-COUNT-FILE-NAME)
                   INTO(CTL-COUNTER-RECORD)
                   RIDFLD(APPR-COUNTER-KEY)
                   UPDATE
                   RESP(WS-RESP)
               END-EXEC
               EVALUATE TRUE
                   WHEN WS-RESP NOT = DFHRESP(NORMAL)
                       MOVE "COUNTER NOT ON FILE - DECLINE IT"
                           TO AMSGO OF BUGAMAPO
                   WHEN CTL-RUN-COUNT NOT = APPR-OLD-RUN-COUNT OR
                        CTL-LAST-RUN-LABEL NOT = APPR-OLD-RUN-LABEL
                       EXEC CICS UNLOCK
                           FILE(WS-COUNT-FILE-NAME)
                           RESP(WS-RESP)
                       END-EXEC
                       MOVE "COUNTER HAS CHANGED SINCE - DECLINE IT"
                           TO AMSGO OF BUGAMAPO
                   WHEN OTHER
                       PERFORM 2410-REWRITE-COUNTER
               END-EVALUATE
           END-IF.

       2410-REWRITE-COUNTER.
           MOVE APPR-NEW-RUN-COUNT TO CTL-RUN-COUNT
           MOVE APPR-NEW-RUN-LABEL TO CTL-LAST-RUN-LABEL
           EXEC CICS REWRITE
               FILE(WS-COUNT-FILE-NAME)
               FROM(CTL-COUNTER-RECORD)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               SET DECISION-MADE TO TRUE
           ELSE
               MOVE "ERROR UPDATING COUNTER - SEE OPERATOR"
                   TO AMSGO OF BUGAMAPO
           END-IF.

      *    THE WRITE-OFF AUDIT RECORD NAMES THE OPERATOR WHO KEYED THE
      *    WRITE-OFF ON BUGSUS AND THE CHECKER WHO DECIDED IT HERE.
      *    IF IT CANNOT BE WRITTEN 2250 BACKS OUT THE WHOLE DECISION.
       2500-WRITE-AUDIT-RECORD.
           MOVE WS-DECISION-DATE TO SAUD-DATE
           MOVE WS-DECISION-TIME TO SAUD-TIME
           MOVE APPR-MAKER TO SAUD-OPERATOR
           MOVE APPR-CHECKER TO SAUD-CHECKER
           MOVE EIBTRMID TO SAUD-TERMINAL
           IF APPR-APPROVED
               MOVE "W" TO SAUD-ACTION
           ELSE
               MOVE "D" TO SAUD-ACTION
           END-IF
           MOVE APPR-TRANS-ID TO SAUD-TRANS-ID
           MOVE APPR-REJECT-REASON TO SAUD-REJECT-REASON
           MOVE APPR-TRANS-TYPE TO SAUD-OLD-TYPE
           MOVE APPR-TRANS-TYPE TO SAUD-NEW-TYPE
           MOVE APPR-TRANS-ACCOUNT TO SAUD-OLD-ACCOUNT
           MOVE APPR-TRANS-ACCOUNT TO SAUD-NEW-ACCOUNT
           EXEC CICS WRITE
               FILE(WS-AUDIT-FILE-NAME)
               FROM(SUSP-AUDIT-RECORD)
               RIDFLD(WS-AUDIT-RBA)
               RBA
               RESP(WS-RESP)
           END-EXEC.

       2800-SHOW-CURRENT-REQUEST.
           PERFORM 1300-READ-CURRENT-REQUEST
           IF NOT REQUEST-FOUND
               PERFORM 1100-FIND-NEXT-PENDING
               IF NOT REQUEST-FOUND
                   MOVE "NO REQUESTS AWAITING APPROVAL"
                       TO AMSGO OF BUGAMAPO
               END-IF
           END-IF
           PERFORM 2900-SEND-REQUEST-MAP.

       2900-SEND-REQUEST-MAP.
           PERFORM 1400-BUILD-REQUEST-MAP
           EXEC CICS SEND MAP(WS-MAP-NAME)
               MAPSET(WS-MAPSET-NAME)
               DATAONLY
           END-EXEC.
