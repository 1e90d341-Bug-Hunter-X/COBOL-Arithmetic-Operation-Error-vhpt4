      *  CICS PSEUDO-CONVERSATIONAL INQUIRY/CORRECTION TRANSACTION     *
      *  FOR THE BUG RUN COUNTER.  LETS AN AUTHORIZED OPERATOR VIEW    *
      *  AND CORRECT WS-NUMERIC-FIELD / WS-RUN-LABEL (AS PERSISTED IN  *
      *  COUNTFIL) WITHOUT A SPECIAL ONE-OFF BATCH FIX JOB.  A KEYED   *
      *  CORRECTION IS NOT APPLIED HERE: IT IS RAISED AS A PENDING     *
      *  REQUEST ON APPRFILE (WSAPPR LAYOUT) AND TAKES EFFECT ONLY     *
      *  WHEN A SECOND USER APPROVES IT ON BUGAPR.                     *
      *  DIALECT NOTE: THIS PROGRAM USES EXEC CICS COMMANDS AND IS     *
      *  NOT COMPILABLE BY PLAIN GNUCOBOL WITHOUT A CICS TRANSLATOR;   *
      *  IT IS DESK-CHECKED AGAINST STANDARD CICS COBOL CONVENTIONS.   *
       WORKING-STORAGE SECTION.
           COPY BUGMAP.
           COPY WSCOUNT.
           COPY WSAPPR.
           COPY DFHAID.

       01  WS-COUNTER-KEY                  PIC X(5) VALUE "CTL01".
           05  CA-COUNTER-KEY              PIC X(5).

       01  WS-RESP                         PIC S9(8) COMP.
       01  WS-ABSTIME                      PIC S9(15) COMP-3.

       01  WS-REQUEST-FIELDS.
           05  WS-REQUEST-DATE             PIC 9(8).
           05  WS-REQUEST-TIME             PIC 9(6).
           05  WS-OPERATOR-ID              PIC X(8) VALUE SPACES.

       01  WS-MAPSET-NAME                  PIC X(8) VALUE "BUGSET".
       01  WS-MAP-NAME                     PIC X(8) VALUE "BUGMAP".
       01  WS-FILE-NAME                    PIC X(8) VALUE "COUNTFIL".
       01  WS-APPR-FILE-NAME               PIC X(8) VALUE "APPRFILE".
       01  WS-TRANSID                      PIC X(4) VALUE "BUGO".

       LINKAGE SECTION.
               MOVE SPACES TO CTL-LAST-RUN-LABEL
           END-IF.

       2000-PROCESS-OPERATOR-INPUT.
           EXEC CICS RECEIVE MAP(WS-MAP-NAME)
               MAPSET(WS-MAPSET-NAME)
               PERFORM 2110-UPDATE-CURRENT-COUNTER
           END-IF.

      *    THE CHANGE IS RAISED AGAINST THE VALUES NOW ON FILE, WHICH
      *    THE REQUEST CARRIES AS ITS BEFORE IMAGE; THE SCREEN GOES ON
      *    SHOWING THE COUNTER UNCHANGED UNTIL THE CHECKER APPROVES.
       2110-UPDATE-CURRENT-COUNTER.
           PERFORM 1100-READ-COUNTER-RECORD
           MOVE SPACES TO APPROVAL-REQUEST-RECORD
           MOVE WS-COUNTER-KEY TO APPR-COUNTER-KEY
           MOVE CTL-RUN-COUNT TO APPR-OLD-RUN-COUNT
           MOVE CTL-LAST-RUN-LABEL TO APPR-OLD-RUN-LABEL
           MOVE CTL-RUN-COUNT TO APPR-NEW-RUN-COUNT
           MOVE CTL-LAST-RUN-LABEL TO APPR-NEW-RUN-LABEL
           IF RUNCNTL > 0
               MOVE RUNCNTI TO APPR-NEW-RUN-COUNT
           END-IF
           IF LABELL > 0
               MOVE LABELI TO APPR-NEW-RUN-LABEL
           END-IF
           IF APPR-NEW-RUN-COUNT = APPR-OLD-RUN-COUNT AND
              APPR-NEW-RUN-LABEL = APPR-OLD-RUN-LABEL
               MOVE "NO CHANGE KEYED" TO MSGO OF BUGMAPO
           ELSE
               PERFORM 2120-WRITE-APPROVAL-REQUEST
               EVALUATE TRUE
                   WHEN WS-RESP = DFHRESP(NORMAL)
                       MOVE "CHANGE SENT FOR APPROVAL"
                           TO MSGO OF BUGMAPO
                   WHEN WS-RESP = DFHRESP(DUPREC)
                       MOVE "REQUEST NOT RECORDED - PLEASE RE-ENTER"
                           TO MSGO OF BUGMAPO
                   WHEN OTHER
                       MOVE "ERROR RECORDING REQUEST - SEE OPERATOR"
                           TO MSGO OF BUGMAPO
               END-EVALUATE
           END-IF
           MOVE WS-COUNTER-KEY TO CTLKEYO OF BUGMAPO
           MOVE CTL-RUN-COUNT TO RUNCNTO OF BUGMAPO
               MAPSET(WS-MAPSET-NAME)
               DATAONLY
           END-EXEC.

       2120-WRITE-APPROVAL-REQUEST.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-REQUEST-DATE)
               TIME(WS-REQUEST-TIME)
           END-EXEC
           EXEC CICS ASSIGN USERID(WS-OPERATOR-ID) END-EXEC
           MOVE WS-REQUEST-DATE TO APPR-REQUEST-DATE
           MOVE WS-REQUEST-TIME TO APPR-REQUEST-TIME
           MOVE EIBTRMID TO APPR-REQUEST-TERM
           SET APPR-COUNTER-CHANGE TO TRUE
           SET APPR-PENDING TO TRUE
           MOVE WS-OPERATOR-ID TO APPR-MAKER
           MOVE SPACES TO APPR-CHECKER
           MOVE 0 TO APPR-DECISION-DATE
           MOVE 0 TO APPR-DECISION-TIME
           EXEC CICS WRITE
               FILE(WS-APPR-FILE-NAME)
               FROM(APPROVAL-REQUEST-RECORD)
               RIDFLD(APPR-REQUEST-KEY)
               RESP(WS-RESP)
           END-EXEC.
