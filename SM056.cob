      *  change-capture row, the counter bump, and notifies the        *
      *  requestor - who still has SM026's reopen if the fix did not   *
      *  hold. Browse-then-work-the-queue via TS 'SM56ACL', the same   *
      *  idiom as SM015/SM018. A completed access request granted the  *
      *  product, so the close also LINKs SM128 to take the            *
      *  requestor's licence seat, exactly as SM004's close does.      *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY STF001C.
           COPY STF009N.
           COPY STF005W.
           COPY STF012P.
           COPY SMSLA01.
           COPY STF004H.
           COPY STF032C.
           COPY SMLIC01.
       01  WS-CNTR-OLD-STATUS                    PIC X(10).
       01  WS-CNTR-NEW-STATUS                    PIC X(10).
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
              EXEC CICS ASKTIME
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
       160-READ-WINDOW.
           MOVE '*AUTOCLOS' TO SLA-CATEGORY
           MOVE '*DEFAULT' TO SLA-PRIORITY
           PERFORM 165-READ-SLA-IN-FORCE
           IF WS-RETNCODE = DFHRESP(NORMAL) AND SLA-ACTIVE = 'Y'
              MOVE SLA-DAYS TO WS-WINDOW-DAYS
           ELSE
       160-EXIT.
           EXIT.

      *    The STF012P row in force on the business date for the key
      *    already moved into SLA-KEYS, by the SM136 effective-date
      *    service - a key with no row in force reads as an inactive
      *    row so the caller's '*DEFAULT' and ladder fallbacks still
      *    apply.
       165-READ-SLA-IN-FORCE.
           MOVE '01' TO SLQ-VERSION
           MOVE SLA-CATEGORY TO SLQ-CATEGORY
           MOVE SLA-PRIORITY TO SLQ-PRIORITY
           MOVE WS-TODAY-YYYYMMDD TO SLQ-AS-OF-DATE
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

       200-QUEUE-EXPIRED-COMPLETED.
           EXEC CICS STARTBR
                FILE('STF001C')
              MOVE 'COMPLETED' TO WS-CNTR-OLD-STATUS
              MOVE 'CLOSED' TO WS-CNTR-NEW-STATUS
              PERFORM 340-BUMP-COUNTERS
              PERFORM 345-CONSUME-LICENCE-SEAT
              MOVE 'AUTO-CLOSED, UNCONFIRMED - PF4 TO REVIEW' TO
                   WS-NTF-TEXT
              MOVE TICKET-REQUESTOR TO WS-NTF-TARGET
       340-EXIT.
           EXIT.

      *    SM128 decides whether the category is a licensed one.
       345-CONSUME-LICENCE-SEAT.
           MOVE '01' TO LSV-VERSION
           MOVE TICKET-KEY TO LSV-TICKET
           MOVE TICKET-CATEGORY TO LSV-CATEGORY
           MOVE TICKET-REQUESTOR TO LSV-USERID
           MOVE TICKET-ASSET-TAG TO LSV-ASSET-TAG
           EXEC CICS LINK
                PROGRAM('SM128')
                COMMAREA(LSV-COMMAREA)
                LENGTH(LENGTH OF LSV-COMMAREA)
                RESP(WS-RETNCODE3)
           END-EXEC.
       345-EXIT.
           EXIT.

      *    Same highest-seq STF009N append the other notifiers use,
      *    with the outbound feed line for off-line requestors.
       350-WRITE-ONE-NOTIF.
           MOVE FUNCTION CURRENT-DATE(9:6) TO JOBH-End-Time
           MOVE WS-JOB-COUNT TO JOBH-Count
           MOVE WS-JOB-OUTCOME TO JOBH-Outcome
           MOVE BDQ-BUS-DATE TO JOBH-Bus-Date
           EXEC CICS WRITE
                FILE('STF026J')
                FROM (JOBH-REC)
