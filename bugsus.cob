      *  SUSPENSE DATA), SHOWING THE REJECT REASON AND DAYS IN         *
      *  SUSPENSE, AND LETS THE OPERATOR CORRECT THE TYPE CODE OR      *
      *  ACCOUNT ON THE EMBEDDED TRANSACTION, RELEASE AN ITEM FOR THE  *
      *  NEXT RECYCLE, OR REQUEST A WRITE-OFF.  A WRITE-OFF IS NOT     *
      *  APPLIED HERE: IT IS RAISED AS A PENDING REQUEST ON APPRFILE   *
      *  (WSAPPR LAYOUT) AND THE ITEM IS MARKED PENDING UNTIL A SECOND *
      *  USER APPROVES OR DECLINES IT ON BUGAPR.  EVERY ACTION CUTS AN *
      *  AUDIT RECORD TO SUSPAUD (WSSAUD LAYOUT); BUG DROPS ITEMS      *
      *  WHOSE WRITE-OFF HAS BEEN APPROVED AT THE NEXT RECYCLE.        *
      *  ACCESS IS RESTRICTED TO AUTHORIZED OPERATORS THROUGH CICS     *
      *  TRANSACTION SECURITY ON THE BUGS TRANSACTION.  PF7/PF8 PAGE,  *
      *  ENTER APPLIES THE ACTION CODE (C/R/W) OR JUMPS TO A KEYED     *
      *  ITEM, PF3 EXITS.                                              *
      *  DIALECT NOTE: THIS PROGRAM USES EXEC CICS COMMANDS AND IS     *
      *  NOT COMPILABLE BY PLAIN GNUCOBOL WITHOUT A CICS TRANSLATOR;   *
      *  IT IS DESK-CHECKED AGAINST STANDARD CICS COBOL CONVENTIONS.   *
           COPY WSSUSP.
           COPY WSTRANS.
           COPY WSSAUD.
           COPY WSAPPR.
           COPY DFHAID.

       01  WS-COMMAREA-AREA.
       01  WS-MAP-NAME                     PIC X(8) VALUE "BUGSMAP".
       01  WS-SUSP-FILE-NAME               PIC X(8) VALUE "SUSPFILE".
       01  WS-AUDIT-FILE-NAME              PIC X(8) VALUE "SUSPAUD".
       01  WS-APPR-FILE-NAME               PIC X(8) VALUE "APPRFILE".
       01  WS-TRANSID                      PIC X(4) VALUE "BUGS".

       LINKAGE SECTION.
                   PERFORM 2800-SHOW-REQUESTED-ITEM
           END-EVALUATE.

      *    A CORRECTION OVERLAYS THE KEYED TYPE/ACCOUNT ON THE HELD
      *    ITEM AND A RELEASE ALSO MARKS IT FOR THE NEXT RECYCLE;
      *    THE AUDIT RECORD CARRIES THE BEFORE AND AFTER VALUES.  A
      *    WRITE-OFF ONLY RAISES A REQUEST FOR A SECOND USER TO
      *    APPROVE.  ONLY DR AND CR MAY BE KEYED AS A CORRECTED TYPE
      *    - A REVERSAL MUST GO THROUGH BUGEDIT, WHICH PROVES IT
      *    AGAINST THE POSTED HISTORY; AN RV FORCED IN HERE WOULD
      *    POST UNPROVEN AT THE NEXT RECYCLE.
       2200-APPLY-OPERATOR-ACTION.
           IF STYPEL OF BUGSMAPI > 0 AND
              STYPEI OF BUGSMAPI NOT = "DR" AND
               PERFORM 2210-REWRITE-SUSPENSE-ITEM
           END-IF.

      *    AN ITEM AWAITING A WRITE-OFF DECISION, OR ALREADY WRITTEN
      *    OFF, IS LEFT ALONE - THE CHECKER MUST SEE THE ITEM EXACTLY
      *    AS THE MAKER DID, AND A SINGLE OPERATOR MAY NOT UNDO AN
      *    APPROVED WRITE-OFF.
       2210-REWRITE-SUSPENSE-ITEM.
           PERFORM 1150-READ-SUSPENSE-FOR-UPDATE
           IF NOT ITEM-FOUND
               MOVE "ITEM NO LONGER ON FILE" TO SMSGO OF BUGSMAPO
               PERFORM 2800-SHOW-REQUESTED-ITEM
           ELSE
               EVALUATE TRUE
                   WHEN SUSP-WRITE-OFF-PENDING
                       PERFORM 2290-RELEASE-ITEM-LOCK
                       MOVE "WRITE-OFF AWAITING APPROVAL ON BUGAPR"
                           TO SMSGO OF BUGSMAPO
                   WHEN SUSP-WRITTEN-OFF
                       PERFORM 2290-RELEASE-ITEM-LOCK
                       MOVE "ITEM ALREADY WRITTEN OFF"
                           TO SMSGO OF BUGSMAPO
                   WHEN SACTI OF BUGSMAPI = "W"
                       PERFORM 2400-REQUEST-WRITE-OFF
                   WHEN OTHER
                       PERFORM 2220-CORRECT-OR-RELEASE-ITEM
               END-EVALUATE
               PERFORM 1300-BUILD-ITEM-MAP
               EXEC CICS SEND MAP(WS-MAP-NAME)
                   MAPSET(WS-MAPSET-NAME)
               END-EXEC
           END-IF.

       2220-CORRECT-OR-RELEASE-ITEM.
           MOVE SUSP-TRANS-DATA TO TRANSACTION-RECORD
           MOVE TRANS-TYPE-CODE TO SAUD-OLD-TYPE
           MOVE TRANS-ACCOUNT TO SAUD-OLD-ACCOUNT
           IF STYPEL OF BUGSMAPI > 0
               MOVE STYPEI OF BUGSMAPI TO TRANS-TYPE-CODE
           END-IF
           IF SACCTL OF BUGSMAPI > 0
               MOVE SACCTI OF BUGSMAPI TO TRANS-ACCOUNT
           END-IF
           MOVE TRANSACTION-RECORD TO SUSP-TRANS-DATA
           IF SACTI OF BUGSMAPI = "R"
               SET SUSP-RELEASED TO TRUE
           END-IF
           EXEC CICS REWRITE
               FILE(WS-SUSP-FILE-NAME)
               FROM(SUSPENSE-RECORD)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 2350-GET-TIME-AND-USER
               MOVE SACTI OF BUGSMAPI TO SAUD-ACTION
               PERFORM 2300-WRITE-AUDIT-RECORD
               IF SACTI OF BUGSMAPI = "R"
                   MOVE "ITEM RELEASED FOR NEXT RECYCLE"
                       TO SMSGO OF BUGSMAPO
               ELSE
                   MOVE "CORRECTION APPLIED" TO SMSGO OF BUGSMAPO
               END-IF
           ELSE
               MOVE "ERROR UPDATING ITEM - SEE OPERATOR"
                   TO SMSGO OF BUGSMAPO
           END-IF.

       2290-RELEASE-ITEM-LOCK.
           EXEC CICS UNLOCK
               FILE(WS-SUSP-FILE-NAME)
               RESP(WS-RESP)
           END-EXEC.

       2300-WRITE-AUDIT-RECORD.
           MOVE WS-AUDIT-DATE TO SAUD-DATE
           MOVE WS-AUDIT-TIME TO SAUD-TIME
           MOVE WS-OPERATOR-ID TO SAUD-OPERATOR
           MOVE SPACES TO SAUD-CHECKER
           MOVE EIBTRMID TO SAUD-TERMINAL
           MOVE TRANS-ID TO SAUD-TRANS-ID
           MOVE SUSP-REJECT-REASON TO SAUD-REJECT-REASON
           MOVE TRANS-TYPE-CODE TO SAUD-NEW-TYPE
                   TO SMSGO OF BUGSMAPO
           END-IF.

       2350-GET-TIME-AND-USER.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-AUDIT-DATE)
               TIME(WS-AUDIT-TIME)
           END-EXEC
           EXEC CICS ASSIGN USERID(WS-OPERATOR-ID) END-EXEC.

      *    THE REQUEST IS WRITTEN BEFORE THE ITEM IS MARKED, SO AN
      *    ITEM IS NEVER LEFT PENDING WITH NOTHING FOR THE CHECKER TO
      *    DECIDE.  THE REQUEST KEY IS THE DATE, TIME AND TERMINAL; A
      *    SECOND REQUEST FROM THE SAME TERMINAL IN THE SAME SECOND
      *    IS TURNED AWAY AS A DUPLICATE AND SIMPLY RE-KEYED.  THE
      *    REQUEST, THE PENDING MARK AND THE MAKER'S SUSPAUD RECORD
      *    ARE ONE UNIT OF WORK: IF THE ITEM OR THE AUDIT RECORD
      *    CANNOT BE WRITTEN THE REQUEST IS ROLLED BACK WITH THEM,
      *    AND THE ITEM IS READ AGAIN SO THE SCREEN SHOWS IT AS IT
      *    STILL STANDS ON FILE.
       2400-REQUEST-WRITE-OFF.
           MOVE SUSP-TRANS-DATA TO TRANSACTION-RECORD
           MOVE TRANS-TYPE-CODE TO SAUD-OLD-TYPE
           MOVE TRANS-ACCOUNT TO SAUD-OLD-ACCOUNT
           PERFORM 2350-GET-TIME-AND-USER
           PERFORM 2410-WRITE-APPROVAL-REQUEST
           IF WS-RESP = DFHRESP(NORMAL)
               SET SUSP-WRITE-OFF-PENDING TO TRUE
               EXEC CICS REWRITE
                   FILE(WS-SUSP-FILE-NAME)
                   FROM(SUSPENSE-RECORD)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   MOVE "P" TO SAUD-ACTION
                   MOVE "WRITE-OFF SENT FOR APPROVAL"
                       TO SMSGO OF BUGSMAPO
                   PERFORM 2300-WRITE-AUDIT-RECORD
               END-IF
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                   MOVE "WRITE-OFF NOT RECORDED - SEE OPERATOR"
                       TO SMSGO OF BUGSMAPO
                   PERFORM 1100-READ-SUSPENSE-ITEM
               END-IF
           ELSE
               PERFORM 2290-RELEASE-ITEM-LOCK
               IF WS-RESP = DFHRESP(DUPREC)
                   MOVE "REQUEST NOT RECORDED - PLEASE RE-ENTER"
                       TO SMSGO OF BUGSMAPO
               ELSE
                   MOVE "ERROR RECORDING REQUEST - SEE OPERATOR"
                       TO SMSGO OF BUGSMAPO
               END-IF
           END-IF.

       2410-WRITE-APPROVAL-REQUEST.
           MOVE SPACES TO APPROVAL-REQUEST-RECORD
           MOVE WS-AUDIT-DATE TO APPR-REQUEST-DATE
           MOVE WS-AUDIT-TIME TO APPR-REQUEST-TIME
           MOVE EIBTRMID TO APPR-REQUEST-TERM
           SET APPR-WRITE-OFF TO TRUE
           SET APPR-PENDING TO TRUE
           MOVE WS-OPERATOR-ID TO APPR-MAKER
           MOVE 0 TO APPR-DECISION-DATE
           MOVE 0 TO APPR-DECISION-TIME
           MOVE CA-ITEM-NUMBER TO APPR-ITEM-NUMBER
           MOVE TRANS-ID TO APPR-TRANS-ID
           MOVE TRANS-ACCOUNT TO APPR-TRANS-ACCOUNT
           IF TRANS-AMOUNT IS NUMERIC
               MOVE TRANS-AMOUNT TO APPR-TRANS-AMOUNT
           ELSE
               MOVE 0 TO APPR-TRANS-AMOUNT
           END-IF
           MOVE TRANS-TYPE-CODE TO APPR-TRANS-TYPE
           MOVE SUSP-REJECT-REASON TO APPR-REJECT-REASON
           MOVE SUSP-DISPOSITION TO APPR-PRIOR-DISP
           EXEC CICS WRITE
               FILE(WS-APPR-FILE-NAME)
               FROM(APPROVAL-REQUEST-RECORD)
               RIDFLD(APPR-REQUEST-KEY)
               RESP(WS-RESP)
           END-EXEC.

       2800-SHOW-REQUESTED-ITEM.
           PERFORM 1100-READ-SUSPENSE-ITEM
           IF NOT ITEM-FOUND
