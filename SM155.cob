       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM155.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *  SM155 is the monitoring-event intake (TRANSID 'S155'), a      *
      *  self-rescheduling transaction on a 15-minute INTERVAL. The    *
      *  network and server monitors stage their alarms on TDQ         *
      *  'S155EVT' as one fixed-format WS-EVT-REC per event - source   *
      *  (the monitor's STF023R caller id), resource, OPEN or CLEAR,   *
      *  severity, optional asset tag and text - and the queue is      *
      *  landed into STF064E first, the stage-then-load convention     *
      *  SM041 follows, so a rejected event waits on the SM100 review  *
      *  instead of being lost.                                        *
      *                                                                *
      *  Events correlate on source + resource through STF110M. The    *
      *  first OPEN becomes a ticket against the matching STF018A      *
      *  asset (the event's asset tag, else the first eight bytes of   *
      *  the resource) through the same key-assignment, defaulting,    *
      *  STF012P due-date, STF002E initial-log, change-capture,        *
      *  journal and counter steps an SM040 CREATE makes, raised as    *
      *  the caller's STF023R default requestor. A repeat OPEN only    *
      *  bumps the count and last-seen time on the STF110M row. A      *
      *  CLEAR moves the ticket to COMPLETED with an STF002E entry -   *
      *  unless someone other than this intake or a housekeeping job   *
      *  has updated it since, in which case the ticket is left to     *
      *  them with a note on its log that the monitor has cleared.     *
      *  Every open, clear and repeat is tallied per day on STF111F    *
      *  for the S156 flapping report. No run is made while the SM150  *
      *  batch window has the files closed - the events wait on the    *
      *  queue for the next cycle.                                     *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY STF001C.
           COPY SMPMX01 REPLACING ==PMQ-COMMAREA== BY ==WS-PMQ-AREA==.
           COPY STF008D.
           COPY SMJRN01 REPLACING ==JRN-COMMAREA== BY ==WS-JRN-AREA==.
           COPY STF032C.
       01  WS-CNTR-OLD-STATUS                    PIC X(10).
       01  WS-CNTR-NEW-STATUS                    PIC X(10).
           COPY STF012P.
           COPY SMSLA01.
           COPY STF004H.
           COPY STF018A.
           COPY STF023R.
           COPY STF073S.
           COPY STF074H.
           COPY STF075U.
           COPY STF110M.
           COPY STF111F.
           COPY STF026J.
           COPY SMMNT01 REPLACING ==MNQ-COMMAREA== BY ==WS-MNT-AREA==.
       77  WS-PMQ-RESP                           PIC S9(8) COMP.
       77  WS-MNT-RESP                           PIC S9(8) COMP.

       01  WS-EVT-REC.
           05 WS-EVT-SOURCE                      PIC X(08).
           05 WS-EVT-RESOURCE                    PIC X(20).
           05 WS-EVT-TYPE                        PIC X(05).
           05 WS-EVT-SEVERITY                    PIC X(08).
           05 WS-EVT-ASSET-TAG                   PIC X(08).
           05 WS-EVT-TEXT                        PIC X(100).

           COPY STF064E.
       01  WS-STG-FEED                           PIC X(08) VALUE
           'S155EVT '.
       01  WS-STG-WQNAME                         PIC X(08) VALUE
           'S155STG '.
       01  WS-STG-LAST-SEQ                       PIC 9(06).
       01  WS-STG-WORK-SEQ                       PIC 9(06).
       01  WS-ROW-OK                             PIC X.
       01  WS-ROW-REASON                         PIC X(30).

       01  WS-LOG-REC.
           05 WS-LOG-KEYS.
               10 WS-LOG-TICKET-ID               PIC X(07).
               10 WS-LOG-SEQ-NUM                 PIC 9(03).
           05 WS-LOG-LAST-UPD                    PIC X(20).
           05 WS-LOG-LAST-UPDBY                  PIC X(10).
           05 WS-LOG-UPD-REMARKS                 PIC X(50).
           05 FILLER                             PIC X(11).
           05 WS-LOG-ENTRY-TYPE                 PIC X(01).

       01  WS-UAF-LOOKUP-REC.
           05 WS-UAF-LKP-USERID                  PIC X(08).
           05 WS-UAF-LKP-TYPE                    PIC X(05).
           05 WS-UAF-LKP-DEPARTMENT              PIC X(08).
           05 FILLER                             PIC X(40).
           05 WS-UAF-LKP-INACTIVE                PIC X(01).
           05 WS-UAF-LKP-PHONE                   PIC X(15).
           05 WS-UAF-LKP-EMAIL                   PIC X(40).

       01  WS-EVC-FOUND                          PIC X.
       01  WS-FLAP-FOUND                         PIC X.
       01  WS-TICKET-LIVE                        PIC X.
       01  WS-HUMAN-TOUCHED                      PIC X.
       01  WS-ASSET-KEY                          PIC X(08).
       01  WS-TALLY-KIND                         PIC X(01).
       01  WS-CDC-ACTION                         PIC X(01).
       01  WS-CUR-TICKET                         PIC X(07).
       01  WS-HIGH-KEY                           PIC X(07) VALUE
           HIGH-VALUES.
       01  WS-SCRATCH-TICKET                     PIC X(1000).
       01  WS-TODAY-YYYYMMDD                     PIC 9(08).
       01  WS-HOLIDAY-FOUND                      PIC X VALUE 'N'.
       01  WS-DUE-DAYS                           PIC S9(4) COMP.
       01  WS-DUE-INTEGER-DATE                   PIC S9(9) COMP.
       01  WS-DUE-DAY-OF-WEEK                    PIC 9(1).
       01  WS-STAMP                              PIC X(20).
       01  WS-DATE-X                             PIC X(10).
       01  WS-TIME-X                             PIC X(08).
       01  WS-TIME                               PIC 9(15) COMP-3.
       01  WS-LOG-LAST-SEQ                       PIC 9(03).
       01  WS-READ-COUNT                         PIC 9(05) VALUE 0.

       01  WS-JOB-START-DATE                     PIC 9(08).
       01  WS-JOB-START-TIME                     PIC X(06).
       01  WS-JOB-OUTCOME                        PIC X(08).
       77  WS-JOB-RESP                           PIC S9(8) COMP.

       77  WS-RETNCODE                           PIC S9(8) COMP.
       77  WS-RETNCODE2                          PIC S9(8) COMP.

       LINKAGE SECTION.
       01  DFHCOMMAREA                           PIC X(01).
      *----------------------------------------------------------------*
      *                          PROCEDURE DIVISION                    *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-JOB-START-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-JOB-START-TIME
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YYYYMMDD
           EXEC CICS ASKTIME
                ABSTIME (WS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME
                ABSTIME  (WS-TIME)
                DATESEP  ('/')
                MMDDYYYY (WS-DATE-X)
                TIME     (WS-TIME-X)
                TIMESEP  (':')
           END-EXEC
           MOVE SPACES TO WS-STAMP
           MOVE WS-DATE-X TO WS-STAMP(1:10)
           MOVE WS-TIME-X TO WS-STAMP(12:8)
           MOVE 'OK' TO WS-JOB-OUTCOME
           PERFORM 090-CHECK-MAINTENANCE
           IF MNQ-DOWN = 'Y'
              MOVE 'DEFERRED' TO WS-JOB-OUTCOME
           ELSE
              PERFORM 200-DRAIN-EVENTS
           END-IF
           PERFORM 800-WRITE-JOB-HISTORY
           PERFORM 900-RESCHEDULE
           EXEC CICS RETURN
           END-EXEC.
       100-EXIT.
           EXIT.

      *    While the SM150 window is DOWN the staging and ticket
      *    files are closed - the TDQ is left alone until it is up.
       090-CHECK-MAINTENANCE.
           MOVE '01' TO MNQ-VERSION
           MOVE 'N' TO MNQ-DOWN
           EXEC CICS LINK
                PROGRAM('SM151')
                COMMAREA(WS-MNT-AREA)
                RESP(WS-MNT-RESP)
           END-EXEC
           IF WS-MNT-RESP NOT = DFHRESP(NORMAL)
              MOVE 'N' TO MNQ-DOWN
           END-IF.
       090-EXIT.
           EXIT.

      *    Phase one lands the TDQ into staging; phase two works the
      *    PENDING rows (including any the SM100 review corrected
      *    and resubmitted) one keyed READ UPDATE at a time.
       200-DRAIN-EVENTS.
           PERFORM 180-STAGE-FEED
           PERFORM 190-COLLECT-PENDING
           EXEC CICS READQ TS
                QUEUE(WS-STG-WQNAME)
                INTO (WS-STG-WORK-SEQ)
                NEXT
                RESP (WS-RETNCODE)
           END-EXEC
           PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
              PERFORM 210-LOAD-ONE-STAGED-ROW
              EXEC CICS READQ TS
                   QUEUE(WS-STG-WQNAME)
                   INTO (WS-STG-WORK-SEQ)
                   NEXT
                   RESP (WS-RETNCODE)
              END-EXEC
           END-PERFORM
           EXEC CICS DELETEQ TS
                QUEUE(WS-STG-WQNAME)
                RESP(WS-RETNCODE)
           END-EXEC.
       200-EXIT.
           EXIT.

      *    The TDQ is drained into STF064E as PENDING rows appended
      *    after the feed's highest sequence, as SM041 does.
       180-STAGE-FEED.
           MOVE WS-STG-FEED TO STAGE-Feed
           MOVE 0 TO STAGE-Seq
           MOVE 0 TO WS-STG-LAST-SEQ
           EXEC CICS STARTBR
                FILE('STF064E')
                RIDFLD(STAGE-KEYS)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
                      OR STAGE-Feed NOT = WS-STG-FEED
                 EXEC CICS READNEXT
                      FILE('STF064E')
                      INTO(STAGE-REC)
                      RIDFLD(STAGE-KEYS)
                      RESP(WS-RETNCODE)
                 END-EXEC
                 IF WS-RETNCODE = DFHRESP(NORMAL) AND
                    STAGE-Feed = WS-STG-FEED
                    MOVE STAGE-Seq TO WS-STG-LAST-SEQ
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF064E')
              END-EXEC
           END-IF
           EXEC CICS READQ TD
                QUEUE('S155EVT')
                INTO (WS-EVT-REC)
                RESP (WS-RETNCODE)
           END-EXEC
           PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
              ADD 1 TO WS-STG-LAST-SEQ
              MOVE WS-STG-FEED TO STAGE-Feed
              MOVE WS-STG-LAST-SEQ TO STAGE-Seq
              MOVE 'PENDING' TO STAGE-STATUS
              MOVE SPACES TO STAGE-REASON
              MOVE WS-STAMP TO STAGE-STAMP
              MOVE SPACES TO STAGE-DATA
              MOVE WS-EVT-REC TO STAGE-DATA(1:149)
              EXEC CICS WRITE
                   FILE('STF064E')
                   FROM (STAGE-REC)
                   RIDFLD (STAGE-KEYS)
                   RESP(WS-RETNCODE2)
              END-EXEC
              EXEC CICS READQ TD
                   QUEUE('S155EVT')
                   INTO (WS-EVT-REC)
                   RESP (WS-RETNCODE)
              END-EXEC
           END-PERFORM.
       180-EXIT.
           EXIT.

       190-COLLECT-PENDING.
           EXEC CICS DELETEQ TS
                QUEUE(WS-STG-WQNAME)
                RESP(WS-RETNCODE)
           END-EXEC
           MOVE WS-STG-FEED TO STAGE-Feed
           MOVE 0 TO STAGE-Seq
           EXEC CICS STARTBR
                FILE('STF064E')
                RIDFLD(STAGE-KEYS)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
                      OR STAGE-Feed NOT = WS-STG-FEED
                 EXEC CICS READNEXT
                      FILE('STF064E')
                      INTO(STAGE-REC)
                      RIDFLD(STAGE-KEYS)
                      RESP(WS-RETNCODE)
                 END-EXEC
                 IF WS-RETNCODE = DFHRESP(NORMAL) AND
                    STAGE-Feed = WS-STG-FEED AND
                    STAGE-STATUS = 'PENDING'
                    EXEC CICS WRITEQ TS
                         QUEUE(WS-STG-WQNAME)
                         FROM (STAGE-Seq)
                         LENGTH(LENGTH OF STAGE-Seq)
                    END-EXEC
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF064E')
              END-EXEC
           END-IF.
       190-EXIT.
           EXIT.

       210-LOAD-ONE-STAGED-ROW.
           MOVE WS-STG-FEED TO STAGE-Feed
           MOVE WS-STG-WORK-SEQ TO STAGE-Seq
           EXEC CICS READ
                FILE('STF064E')
                INTO (STAGE-REC)
                RIDFLD (STAGE-KEYS)
                UPDATE
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL)
              GO TO 210-EXIT
           END-IF
           MOVE STAGE-DATA(1:149) TO WS-EVT-REC
           ADD 1 TO WS-READ-COUNT
           MOVE 'Y' TO WS-ROW-OK
           MOVE SPACES TO WS-ROW-REASON
           PERFORM 300-VALIDATE-EVENT
           IF WS-ROW-OK = 'Y'
              IF WS-EVT-TYPE = 'OPEN'
                 PERFORM 400-OPEN-EVENT
              ELSE
                 PERFORM 500-CLEAR-EVENT
              END-IF
           END-IF
           IF WS-ROW-OK = 'Y'
              MOVE 'LOADED' TO STAGE-STATUS
              MOVE SPACES TO STAGE-REASON
           ELSE
              MOVE 'REJECTED' TO STAGE-STATUS
              MOVE WS-ROW-REASON TO STAGE-REASON
           END-IF
           EXEC CICS REWRITE
                FILE('STF064E')
                FROM (STAGE-REC)
                RESP(WS-RETNCODE2)
           END-EXEC.
       210-EXIT.
           EXIT.

      *    The source must be an active STF023R caller - the same
      *    registry SM040 checks - and its DEFAULT-REQ is who the
      *    alarm's ticket is raised for.
       300-VALIDATE-EVENT.
           IF WS-EVT-SOURCE = SPACES OR WS-EVT-RESOURCE = SPACES
              MOVE 'N' TO WS-ROW-OK
              MOVE 'SOURCE OR RESOURCE IS BLANK' TO WS-ROW-REASON
              GO TO 300-EXIT
           END-IF
           IF WS-EVT-TYPE NOT = 'OPEN' AND WS-EVT-TYPE NOT = 'CLEAR'
              MOVE 'N' TO WS-ROW-OK
              MOVE 'EVENT TYPE NOT OPEN OR CLEAR' TO WS-ROW-REASON
              GO TO 300-EXIT
           END-IF
           EXEC CICS READ
                FILE('STF023R')
                INTO (CALLER-REC)
                RIDFLD (WS-EVT-SOURCE)
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL) OR
              CALLER-ACTIVE NOT = 'Y'
              MOVE 'N' TO WS-ROW-OK
              MOVE 'SOURCE NOT AN ACTIVE CALLER' TO WS-ROW-REASON
           END-IF.
       300-EXIT.
           EXIT.

      *    An OPEN on an alarm whose ticket is still being worked
      *    stays on that ticket - a repeat while the alarm stands,
      *    a re-raise after a clear the desk has not closed out.
      *    Anything else - never seen, or the ticket finished -
      *    opens a new ticket.
       400-OPEN-EVENT.
           PERFORM 410-READ-CORRELATION
           MOVE 'N' TO WS-TICKET-LIVE
           IF WS-EVC-FOUND = 'Y'
              PERFORM 420-CHECK-TICKET-LIVE
           END-IF
           IF WS-TICKET-LIVE = 'Y'
              MOVE EVC-Ticket-ID TO WS-CUR-TICKET
              IF EVC-State = 'OPEN'
                 PERFORM 430-BUMP-REPEAT
              ELSE
                 PERFORM 435-REOPEN-ALARM
              END-IF
              GO TO 400-EXIT
           END-IF
           PERFORM 440-MATCH-ASSET
           IF WS-ROW-OK NOT = 'Y'
              GO TO 400-EXIT
           END-IF
           PERFORM 450-CREATE-TICKET
           IF WS-ROW-OK = 'Y'
              PERFORM 445-RESET-CORRELATION
              MOVE 'O' TO WS-TALLY-KIND
              PERFORM 600-TALLY-EVENT
           END-IF.
       400-EXIT.
           EXIT.

       410-READ-CORRELATION.
           MOVE 'N' TO WS-EVC-FOUND
           MOVE WS-EVT-SOURCE TO EVC-Source
           MOVE WS-EVT-RESOURCE TO EVC-Resource
           EXEC CICS READ
                FILE('STF110M')
                INTO (EVC-REC)
                RIDFLD (EVC-KEYS)
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-EVC-FOUND
           END-IF.
       410-EXIT.
           EXIT.

       420-CHECK-TICKET-LIVE.
           EXEC CICS READ
                FILE('STF001C')
                INTO (TICKET-REC)
                RIDFLD (EVC-Ticket-ID)
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              EVALUATE TICKET-STATUS
                WHEN 'COMPLETED'
                WHEN 'CLOSED'
                WHEN 'CANCELED'
                WHEN 'REJECTED'
                     MOVE 'N' TO WS-TICKET-LIVE
                WHEN OTHER
                     MOVE 'Y' TO WS-TICKET-LIVE
              END-EVALUATE
           END-IF.
       420-EXIT.
           EXIT.

       430-BUMP-REPEAT.
           EXEC CICS READ
                FILE('STF110M')
                INTO (EVC-REC)
                RIDFLD (EVC-KEYS)
                UPDATE
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              ADD 1 TO EVC-Count
              MOVE WS-STAMP TO EVC-Last-Seen
              EXEC CICS REWRITE
                   FILE('STF110M')
                   FROM (EVC-REC)
                   RESP(WS-RETNCODE2)
              END-EXEC
           END-IF
           MOVE 'R' TO WS-TALLY-KIND
           PERFORM 600-TALLY-EVENT.
       430-EXIT.
           EXIT.

      *    Raised again after a clear while somebody still has the
      *    ticket open - it goes back to standing on the same ticket
      *    and the log says so, so the worker sees it has returned.
       435-REOPEN-ALARM.
           EXEC CICS READ
                FILE('STF110M')
                INTO (EVC-REC)
                RIDFLD (EVC-KEYS)
                UPDATE
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              MOVE 'OPEN' TO EVC-State
              ADD 1 TO EVC-Count
              MOVE WS-STAMP TO EVC-Last-Seen
              EXEC CICS REWRITE
                   FILE('STF110M')
                   FROM (EVC-REC)
                   RESP(WS-RETNCODE2)
              END-EXEC
           END-IF
           MOVE 'MONITOR HAS RAISED THIS ALARM AGAIN' TO
                WS-LOG-UPD-REMARKS
           MOVE 'N' TO WS-LOG-ENTRY-TYPE
           PERFORM 460-WRITE-LOG-ENTRY
           MOVE 'O' TO WS-TALLY-KIND
           PERFORM 600-TALLY-EVENT.
       435-EXIT.
           EXIT.

      *    The event's own asset tag, or failing that the leading
      *    bytes of the resource name, must be an active STF018A
      *    asset - an event that names nothing on the register is
      *    parked for the SM100 review rather than guessed at.
       440-MATCH-ASSET.
           IF WS-EVT-ASSET-TAG = SPACES
              MOVE WS-EVT-RESOURCE(1:8) TO WS-ASSET-KEY
           ELSE
              MOVE WS-EVT-ASSET-TAG TO WS-ASSET-KEY
           END-IF
           EXEC CICS READ
                FILE('STF018A')
                INTO (ASSET-REC)
                RIDFLD (WS-ASSET-KEY)
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL) OR
              ASSET-ACTIVE NOT = 'Y'
              MOVE 'N' TO WS-ROW-OK
              MOVE 'RESOURCE NOT MATCHED TO ASSET' TO WS-ROW-REASON
           END-IF.
       440-EXIT.
           EXIT.

      *    The alarm's STF110M row now points at the new ticket,
      *    standing, with the count started again.
       445-RESET-CORRELATION.
           MOVE WS-EVT-SOURCE TO EVC-Source
           MOVE WS-EVT-RESOURCE TO EVC-Resource
           IF WS-EVC-FOUND = 'Y'
              EXEC CICS READ
                   FILE('STF110M')
                   INTO (EVC-REC)
                   RIDFLD (EVC-KEYS)
                   UPDATE
                   RESP(WS-RETNCODE2)
              END-EXEC
           END-IF
           MOVE TICKET-KEY TO EVC-Ticket-ID
           MOVE 'OPEN' TO EVC-State
           MOVE 1 TO EVC-Count
           MOVE WS-STAMP TO EVC-First-Seen
           MOVE WS-STAMP TO EVC-Last-Seen
           MOVE ASSET-TAG TO EVC-Asset-Tag
           IF WS-EVC-FOUND = 'Y'
              EXEC CICS REWRITE
                   FILE('STF110M')
                   FROM (EVC-REC)
                   RESP(WS-RETNCODE2)
              END-EXEC
           ELSE
              EXEC CICS WRITE
                   FILE('STF110M')
                   FROM (EVC-REC)
                   RIDFLD (EVC-KEYS)
                   RESP(WS-RETNCODE2)
              END-EXEC
           END-IF.
       445-EXIT.
           EXIT.

       450-CREATE-TICKET.
           MOVE SPACES TO TICKET-TITLE
           STRING 'ALARM ' DELIMITED BY SIZE
                  WS-EVT-RESOURCE DELIMITED BY SIZE
                  INTO TICKET-TITLE
           END-STRING
           IF WS-EVT-TEXT = SPACES
              MOVE TICKET-TITLE TO TICKET-DESCRIPTION
           ELSE
              MOVE WS-EVT-TEXT TO TICKET-DESCRIPTION
           END-IF
           MOVE 'CREATED' TO TICKET-STATUS
           MOVE CALLER-DEFAULT-REQ TO TICKET-REQUESTOR
           MOVE 'SM155' TO TICKET-LAST-UPDATE-BY
           MOVE WS-DATE-X TO TICKET-LAST-UPDATE(1:10)
           MOVE WS-TIME-X TO TICKET-LAST-UPDATE(12:9)
           MOVE SPACES TO TICKET-UPDATE-REMARKS
           MOVE SPACES TO TICKET-ASSIGNED-TO
           MOVE SPACES TO TICKET-PARENT
           MOVE SPACES TO TICKET-KB-ARTICLE
           MOVE 'N' TO TICKET-CONFIDENTIAL
           MOVE ASSET-TAG TO TICKET-ASSET-TAG
           MOVE 0 TO TICKET-EST-COST
           MOVE 0 TO TICKET-ACT-COST
           MOVE WS-EVT-SOURCE TO TICKET-ENTERED-BY
           MOVE SPACES TO TICKET-PROBLEM-ID
           MOVE SPACES TO TICKET-HOLD-STATUS
           MOVE 0 TO TICKET-HOLD-START
           MOVE 0 TO TICKET-HOLD-DAYS
           MOVE 0 TO TICKET-DUE-TIME
           MOVE SPACES TO TICKET-GROUP
           IF WS-EVT-SEVERITY = 'LOW' OR WS-EVT-SEVERITY = 'MEDIUM' OR
              WS-EVT-SEVERITY = 'HIGH' OR WS-EVT-SEVERITY = 'CRITICAL'
              MOVE WS-EVT-SEVERITY TO TICKET-PRIORITY
           ELSE
              MOVE 'MEDIUM' TO TICKET-PRIORITY
           END-IF
           PERFORM 451-SET-PRIORITY
           MOVE 'GENERAL' TO TICKET-CATEGORY
           MOVE SPACES TO TICKET-ATTACHMENT
           MOVE SPACES TO TICKET-DUPLICATE-OF
           MOVE SPACES TO TICKET-CLOSURE-REASON
           MOVE SPACES TO TICKET-SATISFACTION
           MOVE SPACES TO TICKET-APPR1-BY
           MOVE SPACES TO TICKET-APPR1-DATE
           PERFORM 452-LOOKUP-REQUESTOR
           PERFORM 455-DEFAULT-SITE
           PERFORM 470-SET-DUE-DATE
           PERFORM 480-ASSIGN-KEY
           EXEC CICS WRITE
                FILE('STF001C')
                FROM (TICKET-REC)
                RIDFLD (TICKET-KEY)
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              MOVE TICKET-KEY TO WS-CUR-TICKET
              MOVE 'TICKET OPENED FROM MONITOR EVENT' TO
                   WS-LOG-UPD-REMARKS
              MOVE 'C' TO WS-LOG-ENTRY-TYPE
              PERFORM 460-WRITE-LOG-ENTRY
              MOVE 'I' TO WS-CDC-ACTION
              PERFORM 485-WRITE-CDC-REC
              MOVE 'I' TO JRN-ACTION
              PERFORM 487-JOURNAL-TICKET
              MOVE SPACES TO WS-CNTR-OLD-STATUS
              MOVE 'CREATED' TO WS-CNTR-NEW-STATUS
              PERFORM 490-BUMP-STATUS-COUNTERS
           ELSE
              MOVE 'N' TO WS-ROW-OK
              MOVE 'TICKET WRITE FAILED' TO WS-ROW-REASON
           END-IF.
       450-EXIT.
           EXIT.

      *    The staged priority is kept as the one asked for, with the
      *    impact/urgency pair the built-in SM169 grid gives it; the
      *    ticket's own priority then comes from SM169 as on SM002,
      *    the staged one standing should the LINK fail. A new ticket
      *    carries no desk override and no SLA breach.
       451-SET-PRIORITY.
           MOVE TICKET-PRIORITY TO TICKET-REQ-PRIORITY
           EVALUATE TICKET-PRIORITY
             WHEN 'CRITICAL'
                  MOVE 'E' TO TICKET-IMPACT
                  MOVE 'H' TO TICKET-URGENCY
             WHEN 'HIGH'
                  MOVE 'D' TO TICKET-IMPACT
                  MOVE 'H' TO TICKET-URGENCY
             WHEN 'LOW'
                  MOVE 'P' TO TICKET-IMPACT
                  MOVE 'L' TO TICKET-URGENCY
             WHEN OTHER
                  MOVE 'T' TO TICKET-IMPACT
                  MOVE 'M' TO TICKET-URGENCY
           END-EVALUATE
           MOVE 'N' TO TICKET-PRI-OVERRIDE
           MOVE SPACES TO TICKET-BREACH-REASON
           MOVE SPACES TO TICKET-BREACH-BY
           MOVE 0 TO TICKET-BREACH-DATE
           MOVE '01' TO PMQ-VERSION
           MOVE TICKET-IMPACT TO PMQ-IMPACT
           MOVE TICKET-URGENCY TO PMQ-URGENCY
           MOVE TICKET-PRIORITY TO PMQ-PRIORITY
           EXEC CICS LINK
                PROGRAM('SM169')
                COMMAREA(WS-PMQ-AREA)
                LENGTH(LENGTH OF WS-PMQ-AREA)
                RESP(WS-PMQ-RESP)
           END-EXEC
           IF WS-PMQ-RESP = DFHRESP(NORMAL) AND PMQ-VALID = 'Y'
              MOVE PMQ-PRIORITY TO TICKET-PRIORITY
           END-IF.
       451-EXIT.
           EXIT.

       452-LOOKUP-REQUESTOR.
           MOVE SPACES TO TICKET-DEPARTMENT
           MOVE SPACES TO TICKET-PHONE
           MOVE SPACES TO TICKET-EMAIL
           EXEC CICS READ
                FILE('uaf001')
                INTO (WS-UAF-LOOKUP-REC)
                RIDFLD (TICKET-REQUESTOR)
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              MOVE WS-UAF-LKP-DEPARTMENT TO TICKET-DEPARTMENT
              MOVE WS-UAF-LKP-PHONE TO TICKET-PHONE
              MOVE WS-UAF-LKP-EMAIL TO TICKET-EMAIL
           END-IF.
       452-EXIT.
           EXIT.

      *    TICKET-SITE is where the asset is installed, as SM002
      *    defaults it for a ticket naming an asset; an asset with
      *    no active site falls back to the requestor's base site.
       455-DEFAULT-SITE.
           MOVE SPACES TO TICKET-SITE
           IF ASSET-Site NOT = SPACES
              EXEC CICS READ
                   FILE('STF073S')
                   INTO (SITE-REC)
                   RIDFLD (ASSET-Site)
                   RESP(WS-RETNCODE2)
              END-EXEC
              IF WS-RETNCODE2 = DFHRESP(NORMAL) AND SITE-ACTIVE = 'Y'
                 MOVE ASSET-Site TO TICKET-SITE
                 GO TO 455-EXIT
              END-IF
           END-IF
           EXEC CICS READ
                FILE('STF075U')
                INTO (USIT-REC)
                RIDFLD (TICKET-REQUESTOR)
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              EXEC CICS READ
                   FILE('STF073S')
                   INTO (SITE-REC)
                   RIDFLD (USIT-Site)
                   RESP(WS-RETNCODE2)
              END-EXEC
              IF WS-RETNCODE2 = DFHRESP(NORMAL) AND SITE-ACTIVE = 'Y'
                 MOVE USIT-Site TO TICKET-SITE
              END-IF
           END-IF.
       455-EXIT.
           EXIT.

      *    Next sequence found with the full highest-seq walk of the
      *    ticket's slice, the collision-safe idiom SM040 and SM041
      *    use. The caller sets the remarks and the entry type.
       460-WRITE-LOG-ENTRY.
           MOVE WS-CUR-TICKET TO WS-LOG-TICKET-ID
           MOVE 0 TO WS-LOG-SEQ-NUM
           MOVE 0 TO WS-LOG-LAST-SEQ
           EXEC CICS STARTBR
                FILE('STF002E')
                RIDFLD(WS-LOG-KEYS)
                GTEQ
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE2 NOT = DFHRESP(NORMAL)
                      OR WS-LOG-TICKET-ID NOT = WS-CUR-TICKET
                 EXEC CICS READNEXT
                      FILE('STF002E')
                      INTO(WS-LOG-REC)
                      RIDFLD(WS-LOG-KEYS)
                      RESP(WS-RETNCODE2)
                 END-EXEC
                 IF WS-RETNCODE2 = DFHRESP(NORMAL) AND
                    WS-LOG-TICKET-ID = WS-CUR-TICKET
                    MOVE WS-LOG-SEQ-NUM TO WS-LOG-LAST-SEQ
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF002E')
              END-EXEC
           END-IF
           MOVE WS-CUR-TICKET TO WS-LOG-TICKET-ID
           MOVE WS-LOG-LAST-SEQ TO WS-LOG-SEQ-NUM
           ADD 1 TO WS-LOG-SEQ-NUM
           MOVE 'SM155' TO WS-LOG-LAST-UPDBY
           MOVE WS-STAMP TO WS-LOG-LAST-UPD
           EXEC CICS WRITE
                FILE('STF002E')
                FROM (WS-LOG-REC)
                RIDFLD (WS-LOG-KEYS)
                RESP(WS-RETNCODE2)
           END-EXEC.
       460-EXIT.
           EXIT.

      *    Business-day due date from the STF012P policy master, same
      *    resolution order as SM040's 320-SET-DUE-DATE.
       470-SET-DUE-DATE.
           MOVE TICKET-CATEGORY TO SLA-CATEGORY
           MOVE TICKET-PRIORITY TO SLA-PRIORITY
           PERFORM 472-READ-SLA-IN-FORCE
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL) OR
              SLA-ACTIVE NOT = 'Y'
              MOVE '*DEFAULT' TO SLA-CATEGORY
              MOVE TICKET-PRIORITY TO SLA-PRIORITY
              PERFORM 472-READ-SLA-IN-FORCE
           END-IF
           IF WS-RETNCODE2 = DFHRESP(NORMAL) AND SLA-ACTIVE = 'Y'
              MOVE SLA-DAYS TO WS-DUE-DAYS
           ELSE
              EVALUATE TICKET-PRIORITY
                WHEN 'CRITICAL'
                     MOVE +1 TO WS-DUE-DAYS
                WHEN 'HIGH'
                     MOVE +3 TO WS-DUE-DAYS
                WHEN 'MEDIUM'
                     MOVE +7 TO WS-DUE-DAYS
                WHEN OTHER
                     MOVE +14 TO WS-DUE-DAYS
              END-EVALUATE
           END-IF
           COMPUTE WS-DUE-INTEGER-DATE =
              FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD)
           PERFORM UNTIL WS-DUE-DAYS = 0
              ADD 1 TO WS-DUE-INTEGER-DATE
              MOVE FUNCTION DATE-OF-INTEGER(WS-DUE-INTEGER-DATE)
                   TO TICKET-DUE-DATE
              COMPUTE WS-DUE-DAY-OF-WEEK =
                 FUNCTION MOD(WS-DUE-INTEGER-DATE, 7)
              PERFORM 475-CHECK-HOLIDAY
              IF (WS-DUE-DAY-OF-WEEK NOT = 0 AND NOT = 6)
                 AND WS-HOLIDAY-FOUND = 'N'
                 SUBTRACT 1 FROM WS-DUE-DAYS
              END-IF
           END-PERFORM.
       470-EXIT.
           EXIT.

      *    The STF012P row in force today, by the SM136 service.
       472-READ-SLA-IN-FORCE.
           MOVE '01' TO SLQ-VERSION
           MOVE SLA-CATEGORY TO SLQ-CATEGORY
           MOVE SLA-PRIORITY TO SLQ-PRIORITY
           MOVE 0 TO SLQ-AS-OF-DATE
           EXEC CICS LINK
                PROGRAM('SM136')
                COMMAREA(SLQ-COMMAREA)
                LENGTH(LENGTH OF SLQ-COMMAREA)
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL) AND SLQ-FOUND = 'Y'
              MOVE SLQ-EFF-FROM TO SLA-EFF-FROM
              MOVE SLQ-DAYS TO SLA-DAYS
              MOVE SLQ-HOURS TO SLA-HOURS
              MOVE SLQ-EFF-TO TO SLA-EFF-TO
              MOVE 'Y' TO SLA-ACTIVE
           ELSE
              MOVE 'N' TO SLA-ACTIVE
           END-IF.
       472-EXIT.
           EXIT.

       475-CHECK-HOLIDAY.
           MOVE 'N' TO WS-HOLIDAY-FOUND
           EXEC CICS READ
                FILE('STF004H')
                INTO (HOLIDAY-REC)
                RIDFLD (TICKET-DUE-DATE)
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-HOLIDAY-FOUND
           END-IF
           IF WS-HOLIDAY-FOUND = 'N' AND TICKET-SITE NOT = SPACES
              MOVE TICKET-SITE TO SHOL-Site
              MOVE TICKET-DUE-DATE TO SHOL-Date
              EXEC CICS READ
                   FILE('STF074H')
                   INTO (SHOL-REC)
                   RIDFLD (SHOL-KEYS)
                   RESP(WS-RETNCODE2)
              END-EXEC
              IF WS-RETNCODE2 = DFHRESP(NORMAL)
                 MOVE 'Y' TO WS-HOLIDAY-FOUND
              END-IF
           END-IF.
       475-EXIT.
           EXIT.

       480-ASSIGN-KEY.
           MOVE WS-HIGH-KEY TO TICKET-KEY
           EXEC CICS STARTBR
                FILE('STF001C')
                RIDFLD (TICKET-KEY)
                GTEQ
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              EXEC CICS READPREV
                   FILE('STF001C')
                   INTO (WS-SCRATCH-TICKET)
                   RIDFLD (TICKET-KEY)
                   RESP(WS-RETNCODE2)
              END-EXEC
              EXEC CICS ENDBR
                   FILE('STF001C')
              END-EXEC
              IF WS-RETNCODE2 = DFHRESP(NORMAL)
                 COMPUTE TICKET-KEY-NUM = TICKET-KEY-NUM + 1
              ELSE
                 MOVE 1 TO TICKET-KEY-NUM
              END-IF
           ELSE
              MOVE 1 TO TICKET-KEY-NUM
           END-IF.
       480-EXIT.
           EXIT.

      *    Same STF008D append every other STF001C writer performs;
      *    the caller sets WS-CDC-ACTION.
       485-WRITE-CDC-REC.
           MOVE HIGH-VALUES TO CDC-KEY
           EXEC CICS STARTBR
                FILE('STF008D')
                RIDFLD (CDC-KEY)
                GTEQ
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              EXEC CICS READPREV
                   FILE('STF008D')
                   INTO (CDC-REC)
                   RIDFLD (CDC-KEY)
                   RESP(WS-RETNCODE2)
              END-EXEC
              EXEC CICS ENDBR
                   FILE('STF008D')
              END-EXEC
              IF WS-RETNCODE2 = DFHRESP(NORMAL)
                 COMPUTE CDC-KEY-NUM = CDC-KEY-NUM + 1
              ELSE
                 MOVE 1 TO CDC-KEY-NUM
              END-IF
           ELSE
              MOVE 1 TO CDC-KEY-NUM
           END-IF
           MOVE 'STF001C' TO CDC-FILE
           MOVE WS-CDC-ACTION TO CDC-ACTION
           MOVE SPACES TO CDC-REC-KEY
           MOVE TICKET-KEY TO CDC-REC-KEY(1:7)
           MOVE TICKET-LAST-UPDATE TO CDC-STAMP
           EXEC CICS WRITE
                FILE('STF008D')
                FROM (CDC-REC)
                RIDFLD (CDC-KEY)
                RESP(WS-RETNCODE2)
           END-EXEC.
       485-EXIT.
           EXIT.

      *    One STF069J whole-image journal row through the SM110
      *    service; the caller sets JRN-ACTION.
       487-JOURNAL-TICKET.
           MOVE TICKET-KEY TO JRN-TICKET-ID
           MOVE 'SM155' TO JRN-BY
           MOVE 'SM155' TO JRN-PROGRAM
           MOVE TICKET-REC TO JRN-IMAGE
           EXEC CICS LINK
                PROGRAM('SM110')
                COMMAREA(WS-JRN-AREA)
                RESP(WS-RETNCODE2)
           END-EXEC.
       487-EXIT.
           EXIT.

      *    Same STF032C live-counter move every status changer makes.
       490-BUMP-STATUS-COUNTERS.
           MOVE 'COUNTERS' TO CNTR-KEY
           EXEC CICS READ
                FILE('STF032C')
                INTO (CNTR-REC)
                RIDFLD (CNTR-KEY)
                UPDATE
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              EVALUATE WS-CNTR-OLD-STATUS
                WHEN 'CREATED'
                     IF CNTR-CREATED > 0
                        SUBTRACT 1 FROM CNTR-CREATED
                     END-IF
                WHEN 'PEND-APPR'
                     IF CNTR-PEND-APPR > 0
                        SUBTRACT 1 FROM CNTR-PEND-APPR
                     END-IF
                WHEN 'APPROVED'
                     IF CNTR-APPROVED > 0
                        SUBTRACT 1 FROM CNTR-APPROVED
                     END-IF
                WHEN 'ONGOING'
                     IF CNTR-ONGOING > 0
                        SUBTRACT 1 FROM CNTR-ONGOING
                     END-IF
                WHEN 'ESCALATED'
                     IF CNTR-ESCALATED > 0
                        SUBTRACT 1 FROM CNTR-ESCALATED
                     END-IF
              END-EVALUATE
              EVALUATE WS-CNTR-NEW-STATUS
                WHEN 'CREATED'
                     ADD 1 TO CNTR-CREATED
                WHEN 'COMPLETED'
                     ADD 1 TO CNTR-COMPLETED
              END-EVALUATE
              EXEC CICS REWRITE
                   FILE('STF032C')
                   FROM (CNTR-REC)
                   RESP(WS-RETNCODE2)
              END-EXEC
           END-IF.
       490-EXIT.
           EXIT.

      *    A CLEAR for an alarm not standing is a late or doubled
      *    clear and is simply taken off the queue.
       500-CLEAR-EVENT.
           PERFORM 410-READ-CORRELATION
           IF WS-EVC-FOUND NOT = 'Y' OR EVC-State NOT = 'OPEN'
              GO TO 500-EXIT
           END-IF
           MOVE EVC-Ticket-ID TO WS-CUR-TICKET
           EXEC CICS READ
                FILE('STF110M')
                INTO (EVC-REC)
                RIDFLD (EVC-KEYS)
                UPDATE
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              MOVE 'CLEAR' TO EVC-State
              MOVE WS-STAMP TO EVC-Last-Seen
              EXEC CICS REWRITE
                   FILE('STF110M')
                   FROM (EVC-REC)
                   RESP(WS-RETNCODE2)
              END-EXEC
           END-IF
           MOVE 'C' TO WS-TALLY-KIND
           PERFORM 600-TALLY-EVENT
           PERFORM 510-RESOLVE-TICKET.
       500-EXIT.
           EXIT.

      *    The ticket is completed only while nobody but this intake
      *    or a housekeeping job (an 'SMnnn' id, such as SM018's
      *    escalation) has updated it - once a person has, the
      *    clear is only noted on the log and the ticket is theirs.
      *    The last updater alone is not enough: a job touching the
      *    ticket after a person did would hide them, so its STF002E
      *    history is read as well.
       510-RESOLVE-TICKET.
           EXEC CICS READ
                FILE('STF001C')
                INTO (TICKET-REC)
                RIDFLD (WS-CUR-TICKET)
                UPDATE
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL)
              GO TO 510-EXIT
           END-IF
           IF TICKET-STATUS = 'COMPLETED' OR TICKET-STATUS = 'CLOSED'
              OR TICKET-STATUS = 'CANCELED'
              OR TICKET-STATUS = 'REJECTED'
              EXEC CICS UNLOCK
                   FILE('STF001C')
              END-EXEC
              GO TO 510-EXIT
           END-IF
           MOVE 'Y' TO WS-HUMAN-TOUCHED
           IF TICKET-LAST-UPDATE-BY = 'SM155' OR
              TICKET-LAST-UPDATE-BY = EVC-Source
              MOVE 'N' TO WS-HUMAN-TOUCHED
           END-IF
           IF TICKET-LAST-UPDATE-BY(1:2) = 'SM' AND
              TICKET-LAST-UPDATE-BY(3:3) IS NUMERIC AND
              TICKET-LAST-UPDATE-BY(6:3) = SPACES
              MOVE 'N' TO WS-HUMAN-TOUCHED
           END-IF
           IF WS-HUMAN-TOUCHED = 'N'
              PERFORM 515-CHECK-HISTORY
           END-IF
           IF WS-HUMAN-TOUCHED = 'Y'
              EXEC CICS UNLOCK
                   FILE('STF001C')
              END-EXEC
              MOVE 'MONITOR CLEARED ALARM - TICKET LEFT OPEN' TO
                   WS-LOG-UPD-REMARKS
              MOVE 'N' TO WS-LOG-ENTRY-TYPE
              PERFORM 460-WRITE-LOG-ENTRY
              GO TO 510-EXIT
           END-IF
           MOVE TICKET-STATUS TO WS-CNTR-OLD-STATUS
           MOVE 'COMPLETED' TO TICKET-STATUS
           MOVE 'AUTO-RESOLVED - MONITOR CLEARED THE ALARM' TO
                TICKET-UPDATE-REMARKS
           MOVE WS-DATE-X TO TICKET-LAST-UPDATE(1:10)
           MOVE WS-TIME-X TO TICKET-LAST-UPDATE(12:9)
           MOVE 'SM155' TO TICKET-LAST-UPDATE-BY
           EXEC CICS REWRITE
                FILE('STF001C')
                FROM (TICKET-REC)
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              MOVE TICKET-UPDATE-REMARKS TO WS-LOG-UPD-REMARKS
              MOVE 'A' TO WS-LOG-ENTRY-TYPE
              PERFORM 460-WRITE-LOG-ENTRY
              MOVE 'U' TO WS-CDC-ACTION
              PERFORM 485-WRITE-CDC-REC
              MOVE 'U' TO JRN-ACTION
              PERFORM 487-JOURNAL-TICKET
              MOVE 'COMPLETED' TO WS-CNTR-NEW-STATUS
              PERFORM 490-BUMP-STATUS-COUNTERS
           END-IF.
       510-EXIT.
           EXIT.

      *    Any STF002E row by someone other than this intake, the
      *    event source or an 'SMnnn' job marks the ticket as worked
      *    by a person.
       515-CHECK-HISTORY.
           MOVE WS-CUR-TICKET TO WS-LOG-TICKET-ID
           MOVE 0 TO WS-LOG-SEQ-NUM
           EXEC CICS STARTBR
                FILE('STF002E')
                RIDFLD(WS-LOG-KEYS)
                GTEQ
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL)
              GO TO 515-EXIT
           END-IF
           PERFORM UNTIL WS-RETNCODE2 NOT = DFHRESP(NORMAL)
                   OR WS-LOG-TICKET-ID NOT = WS-CUR-TICKET
                   OR WS-HUMAN-TOUCHED = 'Y'
              EXEC CICS READNEXT
                   FILE('STF002E')
                   INTO(WS-LOG-REC)
                   RIDFLD(WS-LOG-KEYS)
                   RESP(WS-RETNCODE2)
              END-EXEC
              IF WS-RETNCODE2 = DFHRESP(NORMAL) AND
                 WS-LOG-TICKET-ID = WS-CUR-TICKET AND
                 WS-LOG-LAST-UPDBY NOT = SPACES AND
                 WS-LOG-LAST-UPDBY NOT = 'SM155' AND
                 WS-LOG-LAST-UPDBY NOT = EVC-Source
                 IF WS-LOG-LAST-UPDBY(1:2) NOT = 'SM' OR
                    WS-LOG-LAST-UPDBY(3:3) IS NOT NUMERIC OR
                    WS-LOG-LAST-UPDBY(6:5) NOT = SPACES
                    MOVE 'Y' TO WS-HUMAN-TOUCHED
                 END-IF
              END-IF
           END-PERFORM
           EXEC CICS ENDBR
                FILE('STF002E')
           END-EXEC.
       515-EXIT.
           EXIT.

      *    Today's STF111F row for the alarm; WS-TALLY-KIND says
      *    which count - O opened, C cleared, R repeated.
       600-TALLY-EVENT.
           MOVE 'N' TO WS-FLAP-FOUND
           MOVE WS-TODAY-YYYYMMDD TO FLAP-Date
           MOVE WS-EVT-SOURCE TO FLAP-Source
           MOVE WS-EVT-RESOURCE TO FLAP-Resource
           EXEC CICS READ
                FILE('STF111F')
                INTO (FLAP-REC)
                RIDFLD (FLAP-KEYS)
                UPDATE
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-FLAP-FOUND
           ELSE
              MOVE WS-TODAY-YYYYMMDD TO FLAP-Date
              MOVE WS-EVT-SOURCE TO FLAP-Source
              MOVE WS-EVT-RESOURCE TO FLAP-Resource
              MOVE 0 TO FLAP-Opens
              MOVE 0 TO FLAP-Clears
              MOVE 0 TO FLAP-Repeats
           END-IF
           EVALUATE WS-TALLY-KIND
             WHEN 'O'
                  ADD 1 TO FLAP-Opens
             WHEN 'C'
                  ADD 1 TO FLAP-Clears
             WHEN OTHER
                  ADD 1 TO FLAP-Repeats
           END-EVALUATE
           MOVE WS-CUR-TICKET TO FLAP-Ticket-ID
           IF WS-FLAP-FOUND = 'Y'
              EXEC CICS REWRITE
                   FILE('STF111F')
                   FROM (FLAP-REC)
                   RESP(WS-RETNCODE2)
              END-EXEC
           ELSE
              EXEC CICS WRITE
                   FILE('STF111F')
                   FROM (FLAP-REC)
                   RIDFLD (FLAP-KEYS)
                   RESP(WS-RETNCODE2)
              END-EXEC
           END-IF.
       600-EXIT.
           EXIT.

      *    One STF026J run-history row for the SM031 operator
      *    console and the S102 watchdog - count is events worked.
       800-WRITE-JOB-HISTORY.
           MOVE 'S155' TO JOBH-Job-ID
           MOVE WS-JOB-START-DATE TO JOBH-Run-Date
           MOVE WS-JOB-START-TIME TO JOBH-Run-Time
           MOVE FUNCTION CURRENT-DATE(9:6) TO JOBH-End-Time
           MOVE WS-READ-COUNT TO JOBH-Count
           MOVE WS-JOB-OUTCOME TO JOBH-Outcome
           MOVE WS-JOB-START-DATE TO JOBH-Bus-Date
           EXEC CICS WRITE
                FILE('STF026J')
                FROM (JOBH-REC)
                RIDFLD (JOBH-KEYS)
                RESP(WS-JOB-RESP)
           END-EXEC.
       800-EXIT.
           EXIT.

       900-RESCHEDULE.
           EXEC CICS START
                TRANSID  ('S155')
                INTERVAL (001500)
                REQID    ('S155RSCH')
           END-EXEC.
       900-EXIT.
           EXIT.
