      *  the first approval - and writes the approval-queue aging      *
      *  report to 'SM39RPT' so the bottleneck SM0000's approve count  *
      *  hints at becomes visible work, not a rumor.                   *
      *                                                                *
      *  A ticket whose category routes approval to the requestor's    *
      *  line manager reminds that manager instead of every approver.  *
      *  Either way an aged ticket also climbs the requestor's STF113M *
      *  chain one level per threshold period it has waited: level n's *
      *  active manager, as the SM157 service finds them, gets an      *
      *  APPROVAL OVERDUE notice each run until the ticket moves.      *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       COPY STF001C REPLACING ==TICKET-REC== BY ==WS-TICKET-REC==.
           COPY STF012P.
           COPY SMSLA01.
           COPY STF004H.
           COPY STF009N.
           COPY STF010R.
       77  WS-RPT-RESP                           PIC S9(8) COMP.
           COPY STF026J.
           COPY SMBDT01 REPLACING ==BDQ-COMMAREA== BY ==WS-BDT-AREA==.
       77  WS-BDT-RESP                           PIC S9(8) COMP.
       01  WS-JOB-START-DATE                     PIC 9(08).
       01  WS-JOB-START-TIME                     PIC X(06).
       01  WS-JOB-COUNT                          PIC 9(05).
       01  WS-NTF-TEXT                           PIC X(50).
       01  WS-NTF-LAST-SEQ                       PIC 9(05).

           COPY STF003C.
           COPY SMMGR01 REPLACING ==MGQ-COMMAREA== BY ==WS-MGQ-AREA==.
       01  WS-ROUTED                             PIC X VALUE 'N'.
       01  WS-LINE-MANAGER                       PIC X(08).
       01  WS-CLB-LEVEL                          PIC 9(02).
       01  WS-CLB-WORK                           PIC S9(4) COMP.

       01  WS-RPT-HEADER                         PIC X(80) VALUE
           'APPROVAL QUEUE AGING - CREATED/PEND-APPR PAST THRESHOLD'.
       01  WS-RPT-COLUMNS                        PIC X(80) VALUE
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-JOB-START-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-JOB-START-TIME
           PERFORM 105-GET-BUS-DATE
           MOVE BDQ-BUS-DATE TO WS-TODAY-YYYYMMDD
           MOVE 0 TO WS-AGED-COUNT
           PERFORM 150-CHECK-BUSINESS-DAY
           IF WS-IS-BUSINESS-DAY = 'Y'
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

      *    Same weekend/STF004H check SM018's 150 makes.
       150-CHECK-BUSINESS-DAY.
           MOVE 'Y' TO WS-IS-BUSINESS-DAY
       160-READ-THRESHOLD.
           MOVE '*APPRAGE' TO SLA-CATEGORY
           MOVE '*DEFAULT' TO SLA-PRIORITY
           PERFORM 165-READ-SLA-IN-FORCE
           IF WS-RETNCODE = DFHRESP(NORMAL) AND SLA-ACTIVE = 'Y'
              MOVE SLA-DAYS TO WS-THRESHOLD-DAYS
           ELSE
       160-EXIT.
           EXIT.

      *    The STF012P row in force today for the key already moved
      *    into SLA-KEYS, by the SM136 effective-date service - a
      *    key with no row in force reads as an inactive row so the
      *    caller's '*DEFAULT' and ladder fallbacks still apply.
       165-READ-SLA-IN-FORCE.
           MOVE '01' TO SLQ-VERSION
           MOVE SLA-CATEGORY TO SLQ-CATEGORY
           MOVE SLA-PRIORITY TO SLQ-PRIORITY
           MOVE 0 TO SLQ-AS-OF-DATE
           EXEC CICS LINK
                PROGRAM('SM136')
                COMMAREA(SLQ-COMMAREA)
                LENGTH(LENGTH OF SLQ-COMMAREA)
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL) AND SLQ-FOUND = 'Y'
              MOVE SLQ-EFF-FROM TO SLA-EFF-FROM
              MOVE SLQ-DAYS TO SLA-DAYS
              MOVE SLQ-HOURS TO SLA-HOURS
              MOVE SLQ-EFF-TO TO SLA-EFF-TO
              MOVE 'Y' TO SLA-ACTIVE
           ELSE
              MOVE 'N' TO SLA-ACTIVE
           END-IF.
       165-EXIT.
           EXIT.

       200-SCAN-APPROVAL-QUEUE.
           EXEC CICS STARTBR
                FILE('STF001C')
                    IF WS-BUS-AGE > WS-THRESHOLD-DAYS
                       ADD 1 TO WS-AGED-COUNT
                       PERFORM 220-REPORT-AGED-TICKET
                       PERFORM 225-CHECK-ROUTED-APPROVAL
                       IF WS-ROUTED = 'Y'
                          PERFORM 232-REMIND-LINE-MANAGER
                       ELSE
                          PERFORM 230-REMIND-APPROVERS
                       END-IF
                       PERFORM 235-CLIMB-REQUESTOR-CHAIN
                    END-IF
                 END-IF
              END-IF
       230-EXIT.
           EXIT.

      *    A CREATED ticket in a category flagged for line-manager
      *    approval, with an active manager on STF113M, waits on that
      *    manager alone - SM005 refuses everyone else.
       225-CHECK-ROUTED-APPROVAL.
           MOVE 'N' TO WS-ROUTED
           MOVE SPACES TO WS-LINE-MANAGER
           IF TICKET-STATUS NOT = 'CREATED'
              GO TO 225-EXIT
           END-IF
           MOVE TICKET-CATEGORY TO CATEGORY-CODE
           EXEC CICS READ
                FILE('STF003C')
                INTO (CATEGORY-REC)
                RIDFLD (CATEGORY-CODE)
                RESP(WS-RETNCODE3)
           END-EXEC
           IF WS-RETNCODE3 NOT = DFHRESP(NORMAL) OR
              CATEGORY-MGR-APPROVAL NOT = 'Y'
              GO TO 225-EXIT
           END-IF
           MOVE '01' TO MGQ-VERSION
           MOVE TICKET-REQUESTOR TO MGQ-USERID
           MOVE 1 TO MGQ-LEVELS
           EXEC CICS LINK
                PROGRAM('SM157')
                COMMAREA(WS-MGQ-AREA)
                LENGTH(LENGTH OF WS-MGQ-AREA)
                RESP(WS-RETNCODE3)
           END-EXEC
           IF WS-RETNCODE3 = DFHRESP(NORMAL) AND
              MGQ-FOUND = 'Y'
              MOVE 'Y' TO WS-ROUTED
              MOVE MGQ-MANAGER TO WS-LINE-MANAGER
           END-IF.
       225-EXIT.
           EXIT.

       232-REMIND-LINE-MANAGER.
           MOVE SPACES TO WS-NTF-TEXT
           STRING 'AWAITING YOUR APPROVAL ' DELIMITED BY SIZE
                  TICKET-KEY DELIMITED BY SIZE
                  INTO WS-NTF-TEXT
           END-STRING
           MOVE WS-LINE-MANAGER TO WS-NTF-TARGET
           PERFORM 240-WRITE-ONE-REMINDER.
       232-EXIT.
           EXIT.

      *    Level = whole threshold periods waited, one to nine. The
      *    level-1 manager of a routed ticket already has the
      *    ticket's own reminder, so is not told twice; past the top
      *    of the line the most senior active manager is told.
       235-CLIMB-REQUESTOR-CHAIN.
           MOVE 1 TO WS-CLB-WORK
           IF WS-THRESHOLD-DAYS > 0
              COMPUTE WS-CLB-WORK = WS-BUS-AGE / WS-THRESHOLD-DAYS
           END-IF
           IF WS-CLB-WORK < 1
              MOVE 1 TO WS-CLB-WORK
           END-IF
           IF WS-CLB-WORK > 9
              MOVE 9 TO WS-CLB-WORK
           END-IF
           MOVE WS-CLB-WORK TO WS-CLB-LEVEL
           MOVE '01' TO MGQ-VERSION
           MOVE TICKET-REQUESTOR TO MGQ-USERID
           MOVE WS-CLB-LEVEL TO MGQ-LEVELS
           EXEC CICS LINK
                PROGRAM('SM157')
                COMMAREA(WS-MGQ-AREA)
                LENGTH(LENGTH OF WS-MGQ-AREA)
                RESP(WS-RETNCODE3)
           END-EXEC
           IF WS-RETNCODE3 NOT = DFHRESP(NORMAL) OR
              MGQ-FOUND NOT = 'Y'
              GO TO 235-EXIT
           END-IF
           IF WS-ROUTED = 'Y' AND MGQ-MANAGER = WS-LINE-MANAGER
              GO TO 235-EXIT
           END-IF
           MOVE SPACES TO WS-NTF-TEXT
           STRING 'APPROVAL OVERDUE ' DELIMITED BY SIZE
                  TICKET-KEY DELIMITED BY SIZE
                  ' - LEVEL ' DELIMITED BY SIZE
                  WS-CLB-LEVEL DELIMITED BY SIZE
                  INTO WS-NTF-TEXT
           END-STRING
           MOVE MGQ-MANAGER TO WS-NTF-TARGET
           PERFORM 240-WRITE-ONE-REMINDER.
       235-EXIT.
           EXIT.

      *    Same highest-seq STF009N append the other notifiers use.
       240-WRITE-ONE-REMINDER.
           MOVE WS-NTF-TARGET TO NOTIF-Userid
      *    convention as every other STF010R writer.
       170-INIT-RPT-RUN.
           MOVE 'SM39RPT' TO RPT-Report-ID
           MOVE BDQ-BUS-DATE TO RPT-Run-Date
           MOVE 1 TO RPT-Line-Number
           PERFORM UNTIL RPT-Line-Number = 0
              EXEC CICS READ
                      RESP(WS-RPT-RESP)
                 END-EXEC
                 MOVE 'SM39RPT' TO RPT-Report-ID
                 MOVE BDQ-BUS-DATE TO RPT-Run-Date
                 ADD 1 TO RPT-Line-Number
              ELSE
                 MOVE 0 TO RPT-Line-Number
           MOVE FUNCTION CURRENT-DATE(9:6) TO JOBH-End-Time
           MOVE WS-JOB-COUNT TO JOBH-Count
           MOVE WS-JOB-OUTCOME TO JOBH-Outcome
           MOVE BDQ-BUS-DATE TO JOBH-Bus-Date
           EXEC CICS WRITE
                FILE('STF026J')
                FROM (JOBH-REC)
