      *  810-CREATE-LOG-REC already use for closures, logging          *
      *  Last-Update-By as 'SM018' (this job's own identifier) so the   *
      *  log makes clear the update was automatic, not a reviewer's.   *
      *                                                                *
      *  An escalated ticket then climbs the line-manager chain on     *
      *  STF113M, starting from its assignee (or, unassigned, its      *
      *  requestor): level 1 is that person's manager when it breaches *
      *  and it goes up one level for every further breach period -    *
      *  the ticket's own SLA days - it stays past due. Each new level *
      *  notifies the manager the SM157 service finds there, once;     *
      *  STF114E remembers the level reached so a later sweep does not *
      *  repeat it.                                                    *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY STF001C REPLACING ==TICKET-REC== BY ==WS-TICKET-REC==.
           05 WS-LOG-ENTRY-TYPE                 PIC X(01).

       01  WS-ESC-KEY                             PIC X(07).
      *    Escalation climb - ESCALATED tickets still past due are
      *    queued to their own TS queue during the browse and
      *    climbed after it, since the notices reuse the browse's
      *    response field.
           COPY STF114E.
           COPY SMMGR01 REPLACING ==MGQ-COMMAREA== BY ==WS-MGQ-AREA==.
           COPY SMSLA01.
       01  WS-CLB-QNAME                           PIC X(08) VALUE
           'SM18CLB'.
       01  WS-CLB-LEVEL                           PIC 9(02).
       01  WS-CLB-PERIOD                          PIC S9(4) COMP.
       01  WS-CLB-DAYS-LATE                       PIC S9(9) COMP.
       01  WS-CLB-FOUND                           PIC X VALUE 'N'.
       01  WS-CLB-COUNT                           PIC 9(05) VALUE 0.
       01  WS-ESC-COUNT                           PIC 9(05)
           VALUE 0.
       01  WS-QNAME                               PIC X(08) VALUE
       01  WS-ESC-REMARKS                         PIC X(50) VALUE
           'AUTO-ESCALATED: PAST DUE DATE, ONGOING TOO LONG'.
       01  WS-TODAY-YYYYMMDD                      PIC 9(08).
       01  WS-RAISED-YYYYMMDD                     PIC 9(08).
       01  WS-DATE-X                              PIC X(10).
       01  WS-TIME-X                              PIC X(08).
       01  WS-TODAY-INTEGER                       PIC S9(9) COMP.
       77  WS-RETNCODE2                           PIC S9(8) COMP.

           COPY STF026J.
           COPY SMBDT01 REPLACING ==BDQ-COMMAREA== BY ==WS-BDT-AREA==.
       77  WS-BDT-RESP                           PIC S9(8) COMP.
       01  WS-JOB-START-DATE                     PIC 9(08).
       01  WS-JOB-START-TIME                     PIC X(06).
       01  WS-JOB-COUNT                          PIC 9(05).
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-JOB-START-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-JOB-START-TIME
           PERFORM 105-GET-BUS-DATE
           MOVE BDQ-BUS-DATE TO WS-TODAY-YYYYMMDD
           PERFORM 150-CHECK-BUSINESS-DAY
           IF WS-IS-BUSINESS-DAY = 'Y'
              PERFORM 200-QUEUE-OVERDUE-TICKETS
                   QUEUE(WS-QNAME)
                   RESP(WS-RETNCODE)
              END-EXEC
              PERFORM 400-CLIMB-QUEUED-TICKETS
              EXEC CICS DELETEQ TS
                   QUEUE(WS-CLB-QNAME)
                   RESP(WS-RETNCODE)
              END-EXEC
           END-IF
           MOVE WS-ESC-COUNT TO WS-JOB-COUNT
           MOVE 'OK' TO WS-JOB-OUTCOME
       100-EXIT.
           EXIT.

      *    The business date this run works for: the SM149 answer -
      *    the STF104B override while operations rerun a missed
      *    night, otherwise today - or the clock if the LINK fails.
       105-GET-BUS-DATE.
           MOVE '01' TO BDQ-VERSION
           MOVE FUNCTION CURRENT-DATE(1:8) TO BDQ-LIVE-DATE
           MOVE BDQ-LIVE-DATE TO BDQ-BUS-DATE
           MOVE 'N' TO BDQ-OVERRIDE
           EXEC CICS LINK
                PROGRAM('SM149')
                COMMAREA(WS-BDT-AREA)
                RESP(WS-BDT-RESP)
           END-EXEC
           IF WS-BDT-RESP NOT = DFHRESP(NORMAL) OR
              BDQ-BUS-DATE NOT NUMERIC
              MOVE BDQ-LIVE-DATE TO BDQ-BUS-DATE
              MOVE 'N' TO BDQ-OVERRIDE
           END-IF.
       105-EXIT.
           EXIT.

      *    No one is in the office reviewing tickets over a weekend or
      *    holiday, so this run is skipped entirely rather than
      *    escalating tickets that simply haven't been looked at yet -
                   RESP   (WS-RETNCODE)
              END-EXEC
              IF WS-RETNCODE = DFHRESP(NORMAL)
      *          Only the known hold literals stop the clock - a
      *          pre-conversion record carries junk in the appended
      *          hold bytes and must still escalate normally.
                 IF TICKET-STATUS = 'ONGOING'
                    AND TICKET-DUE-DATE NOT = 0
                    AND TICKET-HOLD-STATUS NOT = 'PEND-REQ'
                    AND TICKET-HOLD-STATUS NOT = 'AT-VENDOR'
                    AND TICKET-HOLD-STATUS NOT = 'PLANNED'
                    PERFORM 260-SET-EFFECTIVE-DUE
                    PERFORM 270-JUDGE-PAST-DUE
                    IF WS-PAST-DUE = 'Y'
                       END-IF
                    END-IF
                 END-IF
                 IF TICKET-STATUS = 'ESCALATED'
                    AND TICKET-DUE-DATE NOT = 0
                    AND TICKET-HOLD-STATUS NOT = 'PEND-REQ'
                    AND TICKET-HOLD-STATUS NOT = 'AT-VENDOR'
                    AND TICKET-HOLD-STATUS NOT = 'PLANNED'
                    PERFORM 260-SET-EFFECTIVE-DUE
                    PERFORM 270-JUDGE-PAST-DUE
                    IF WS-PAST-DUE = 'Y'
                       PERFORM 250-CHECK-VENDOR-REFERRAL
                       IF WS-AT-VENDOR = 'N'
                          EXEC CICS WRITEQ TS
                               QUEUE(WS-CLB-QNAME)
                               FROM (TICKET-KEY)
                          END-EXEC
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           EXEC CICS ENDBR
      *    behind us; an hour-grained ticket (non-zero appended
      *    TICKET-DUE-TIME, honored only when numeric) also breaches
      *    intraday once the current time passes the due moment on
      *    the due day itself. Rerunning a past business date, that
      *    whole day is behind us.
       270-JUDGE-PAST-DUE.
           MOVE 'N' TO WS-PAST-DUE
           IF WS-EFF-DUE-DATE < WS-TODAY-YYYYMMDD
              IF WS-EFF-DUE-DATE = WS-TODAY-YYYYMMDD AND
                 TICKET-DUE-TIME NUMERIC AND
                 TICKET-DUE-TIME > 0
                 IF BDQ-OVERRIDE = 'Y'
                    MOVE 235959 TO WS-NOW-HHMMSS
                 ELSE
                    MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-HHMMSS
                 END-IF
                 IF WS-NOW-HHMMSS > TICKET-DUE-TIME
                    MOVE 'Y' TO WS-PAST-DUE
                 END-IF
                 PERFORM 360-BUMP-STATUS-COUNTERS
                 MOVE WS-ESC-REMARKS TO WS-NTF-TEXT
                 PERFORM 340-NOTIFY-TICKET-USERS
      *          A ladder left from an earlier escalation of the
      *          same ticket starts again from level 1.
                 MOVE TICKET-KEY TO ESCL-Ticket-ID
                 EXEC CICS DELETE
                      FILE('STF114E')
                      RIDFLD (ESCL-Ticket-ID)
                      RESP(WS-RETNCODE2)
                 END-EXEC
                 PERFORM 260-SET-EFFECTIVE-DUE
                 PERFORM 410-CLIMB-ONE-TICKET
              ELSE
                 MOVE 'Y' TO WS-UOW-OK
              END-IF
       320-EXIT.
           EXIT.

       400-CLIMB-QUEUED-TICKETS.
           EXEC CICS READQ TS
                QUEUE(WS-CLB-QNAME)
                INTO (WS-ESC-KEY)
                NEXT
                RESP (WS-RETNCODE)
           END-EXEC
           PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
              EXEC CICS READ
                   FILE('STF001C')
                   INTO   (WS-TICKET-REC)
                   RIDFLD (WS-ESC-KEY)
                   RESP   (WS-RETNCODE)
              END-EXEC
              IF WS-RETNCODE = DFHRESP(NORMAL)
                 PERFORM 260-SET-EFFECTIVE-DUE
                 PERFORM 410-CLIMB-ONE-TICKET
              END-IF
              EXEC CICS READQ TS
                   QUEUE(WS-CLB-QNAME)
                   INTO (WS-ESC-KEY)
                   NEXT
                   RESP (WS-RETNCODE)
              END-EXEC
           END-PERFORM.
       400-EXIT.
           EXIT.

      *    Level = whole breach periods past the effective due date,
      *    plus one, capped at the nine levels SM157 walks. A level
      *    above the one STF114E holds notifies the manager found
      *    there; when the chain runs out below the level wanted the
      *    most senior active manager is the answer, and is not told
      *    twice. No manager on file leaves the ladder untouched so
      *    a line set up later is still climbed.
       410-CLIMB-ONE-TICKET.
           PERFORM 420-SET-BREACH-PERIOD
           COMPUTE WS-CLB-DAYS-LATE =
              FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD) -
              FUNCTION INTEGER-OF-DATE(WS-EFF-DUE-DATE)
           IF WS-CLB-DAYS-LATE < 0
              MOVE 0 TO WS-CLB-DAYS-LATE
           END-IF
           COMPUTE WS-CLB-DAYS-LATE =
              WS-CLB-DAYS-LATE / WS-CLB-PERIOD + 1
           IF WS-CLB-DAYS-LATE > 9
              MOVE 9 TO WS-CLB-LEVEL
           ELSE
              MOVE WS-CLB-DAYS-LATE TO WS-CLB-LEVEL
           END-IF
           MOVE 'N' TO WS-CLB-FOUND
           MOVE TICKET-KEY TO ESCL-Ticket-ID
           EXEC CICS READ
                FILE('STF114E')
                INTO (ESCL-REC)
                RIDFLD (ESCL-Ticket-ID)
                UPDATE
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-CLB-FOUND
              IF ESCL-Level NOT < WS-CLB-LEVEL
                 EXEC CICS UNLOCK
                      FILE('STF114E')
                 END-EXEC
                 GO TO 410-EXIT
              END-IF
           ELSE
              MOVE TICKET-KEY TO ESCL-Ticket-ID
              MOVE 0 TO ESCL-Level
              MOVE SPACES TO ESCL-Notified
              MOVE 0 TO ESCL-Date
           END-IF
           MOVE '01' TO MGQ-VERSION
           IF TICKET-ASSIGNED-TO NOT = SPACES AND LOW-VALUES
              MOVE TICKET-ASSIGNED-TO TO MGQ-USERID
           ELSE
              MOVE TICKET-REQUESTOR TO MGQ-USERID
           END-IF
           MOVE WS-CLB-LEVEL TO MGQ-LEVELS
           EXEC CICS LINK
                PROGRAM('SM157')
                COMMAREA(WS-MGQ-AREA)
                LENGTH(LENGTH OF WS-MGQ-AREA)
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL) OR
              MGQ-FOUND NOT = 'Y'
              IF WS-CLB-FOUND = 'Y'
                 EXEC CICS UNLOCK
                      FILE('STF114E')
                 END-EXEC
              END-IF
              GO TO 410-EXIT
           END-IF
           IF MGQ-MANAGER NOT = ESCL-Notified
              MOVE SPACES TO WS-NTF-TEXT
              STRING 'ESCALATION LEVEL ' DELIMITED BY SIZE
                     WS-CLB-LEVEL DELIMITED BY SIZE
                     ': ' DELIMITED BY SIZE
                     TICKET-TITLE DELIMITED BY SIZE
                     INTO WS-NTF-TEXT
              END-STRING
              MOVE MGQ-MANAGER TO WS-NTF-TARGET
              PERFORM 430-WRITE-MANAGER-NOTIF
              ADD 1 TO WS-CLB-COUNT
           END-IF
           MOVE WS-CLB-LEVEL TO ESCL-Level
           MOVE MGQ-MANAGER TO ESCL-Notified
           MOVE WS-TODAY-YYYYMMDD TO ESCL-Date
           IF WS-CLB-FOUND = 'Y'
              EXEC CICS REWRITE
                   FILE('STF114E')
                   FROM (ESCL-REC)
                   RESP(WS-RETNCODE2)
              END-EXEC
           ELSE
              EXEC CICS WRITE
                   FILE('STF114E')
                   FROM (ESCL-REC)
                   RIDFLD (ESCL-Ticket-ID)
                   RESP(WS-RETNCODE2)
              END-EXEC
           END-IF.
       410-EXIT.
           EXIT.

      *    The breach period is the ticket's own SLA days from the
      *    STF012P row in force (SM136), its '*DEFAULT' row next,
      *    then SM002's priority ladder - never less than one day.
      *    The row wanted is the one in force when the ticket was
      *    raised, the date on its first STF002E row (MM/DD/YYYY);
      *    a ticket with no readable creation row asks for today's.
       420-SET-BREACH-PERIOD.
           MOVE 0 TO WS-RAISED-YYYYMMDD
           MOVE TICKET-KEY TO WS-LOG-TICKET-ID
           MOVE 1 TO WS-LOG-SEQ-NUM
           EXEC CICS READ
                FILE('STF002E')
                INTO (WS-LOG-REC)
                RIDFLD (WS-LOG-KEYS)
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              MOVE WS-LOG-LAST-UPD(7:4) TO WS-RAISED-YYYYMMDD(1:4)
              MOVE WS-LOG-LAST-UPD(1:2) TO WS-RAISED-YYYYMMDD(5:2)
              MOVE WS-LOG-LAST-UPD(4:2) TO WS-RAISED-YYYYMMDD(7:2)
              IF WS-RAISED-YYYYMMDD NOT NUMERIC
                 MOVE 0 TO WS-RAISED-YYYYMMDD
              END-IF
           END-IF
           MOVE '01' TO SLQ-VERSION
           MOVE TICKET-CATEGORY TO SLQ-CATEGORY
           MOVE TICKET-PRIORITY TO SLQ-PRIORITY
           MOVE WS-RAISED-YYYYMMDD TO SLQ-AS-OF-DATE
           EXEC CICS LINK
                PROGRAM('SM136')
                COMMAREA(SLQ-COMMAREA)
                LENGTH(LENGTH OF SLQ-COMMAREA)
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL) OR
              SLQ-FOUND NOT = 'Y'
              MOVE '01' TO SLQ-VERSION
              MOVE '*DEFAULT' TO SLQ-CATEGORY
              MOVE TICKET-PRIORITY TO SLQ-PRIORITY
              MOVE WS-RAISED-YYYYMMDD TO SLQ-AS-OF-DATE
              EXEC CICS LINK
                   PROGRAM('SM136')
                   COMMAREA(SLQ-COMMAREA)
                   LENGTH(LENGTH OF SLQ-COMMAREA)
                   RESP(WS-RETNCODE2)
              END-EXEC
           END-IF
           IF WS-RETNCODE2 = DFHRESP(NORMAL) AND
              SLQ-FOUND = 'Y' AND
              SLQ-DAYS NUMERIC
              MOVE SLQ-DAYS TO WS-CLB-PERIOD
           ELSE
              EVALUATE TICKET-PRIORITY
                WHEN 'CRITICAL'
                     MOVE +1 TO WS-CLB-PERIOD
                WHEN 'HIGH'
                     MOVE +3 TO WS-CLB-PERIOD
                WHEN 'MEDIUM'
                     MOVE +7 TO WS-CLB-PERIOD
                WHEN OTHER
                     MOVE +14 TO WS-CLB-PERIOD
              END-EVALUATE
           END-IF
           IF WS-CLB-PERIOD < 1
              MOVE 1 TO WS-CLB-PERIOD
           END-IF.
       420-EXIT.
           EXIT.

      *    The climb notice goes to the manager's own STF009N list
      *    only - the SM29NTF feed line carries the ticket's contact
      *    fields, which are the requestor's, so the S107 mail bridge
      *    reaches the manager from their uaf001 address instead.
       430-WRITE-MANAGER-NOTIF.
           MOVE WS-NTF-TARGET TO NOTIF-Userid
           MOVE 0 TO NOTIF-Seq-Number
           MOVE 0 TO WS-NTF-LAST-SEQ
           EXEC CICS STARTBR
                FILE('STF009N')
                RIDFLD(NOTIF-KEYS)
                GTEQ
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE2 NOT = DFHRESP(NORMAL)
                      OR NOTIF-Userid NOT = WS-NTF-TARGET
                 EXEC CICS READNEXT
                      FILE('STF009N')
                      INTO(NOTIF-REC)
                      RIDFLD(NOTIF-KEYS)
                      RESP(WS-RETNCODE2)
                 END-EXEC
                 IF WS-RETNCODE2 = DFHRESP(NORMAL) AND
                    NOTIF-Userid = WS-NTF-TARGET
                    MOVE NOTIF-Seq-Number TO WS-NTF-LAST-SEQ
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF009N')
              END-EXEC
           END-IF
           MOVE WS-NTF-TARGET TO NOTIF-Userid
           MOVE WS-NTF-LAST-SEQ TO NOTIF-Seq-Number
           ADD 1 TO NOTIF-Seq-Number
           MOVE TICKET-KEY TO NOTIF-Ticket-ID
           MOVE TICKET-LAST-UPDATE TO NOTIF-Stamp
           MOVE WS-NTF-TEXT TO NOTIF-Text
           MOVE 'N' TO NOTIF-Read-Flag
           MOVE 'N' TO NOTIF-Sent-Flag
           EXEC CICS WRITE
                FILE('STF009N')
                FROM (NOTIF-REC)
                RIDFLD (NOTIF-KEYS)
                RESP(WS-RETNCODE2)
           END-EXEC.
       430-EXIT.
           EXIT.

       900-RESCHEDULE.
      *    Deliberately NOT a member of the S101 nightly chain: the
      *    hour-grained SLAs make a noon CRITICAL breach an
           MOVE FUNCTION CURRENT-DATE(9:6) TO JOBH-End-Time
           MOVE WS-JOB-COUNT TO JOBH-Count
           MOVE WS-JOB-OUTCOME TO JOBH-Outcome
           MOVE BDQ-BUS-DATE TO JOBH-Bus-Date
           EXEC CICS WRITE
                FILE('STF026J')
                FROM (JOBH-REC)
