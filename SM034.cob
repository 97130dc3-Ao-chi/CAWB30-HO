      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY STF001C.
           COPY SMPMX01 REPLACING ==PMQ-COMMAREA== BY ==WS-PMQ-AREA==.
           COPY STF008D.
           COPY SMJRN01 REPLACING ==JRN-COMMAREA== BY ==WS-JRN-AREA==.
           COPY STF032C.
       01  WS-CNTR-NEW-STATUS                    PIC X(10).
           COPY STF011T.
           COPY STF012P.
           COPY SMSLA01.
           COPY STF033R.
           COPY STF004H.
           COPY STF073S.
           COPY STF074H.
           COPY STF075U.

       01  WS-LOG-REC.
           05 WS-LOG-KEYS.
       01  WS-WORK-CODE                          PIC X(08).
       01  WS-HIGH-KEY                           PIC X(07) VALUE
           HIGH-VALUES.
       01  WS-SCRATCH-TICKET                     PIC X(1000).
       01  WS-TODAY-YYYYMMDD                     PIC 9(08).
       01  WS-TODAY-INTEGER                      PIC S9(9) COMP.
       01  WS-TODAY-DAY-OF-WEEK                  PIC 9(1).
           05 WS-NEXT-DD                         PIC 9(02).
       01  WS-GENERATED-COUNT                    PIC 9(05) COMP-3.
       01  WS-LOG-LAST-SEQ                       PIC 9(03).
       77  WS-PMQ-RESP                           PIC S9(8) COMP.
       77  WS-RETNCODE                           PIC S9(8) COMP.
       77  WS-RETNCODE2                          PIC S9(8) COMP.

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
           MOVE 0 TO WS-GENERATED-COUNT
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

      *    MOD 7 of FUNCTION INTEGER-OF-DATE is 1 for Monday through 5
      *    for Friday, 6 for Saturday, 0 for Sunday - the same weekend
      *    and STF004H holiday check SM018 makes before escalating.
           MOVE 0 TO TICKET-HOLD-START
           MOVE 0 TO TICKET-HOLD-DAYS
           MOVE 0 TO TICKET-DUE-TIME
           MOVE SPACES TO TICKET-GROUP
           IF TEMPLATE-PRIORITY = SPACES
              MOVE 'MEDIUM' TO TICKET-PRIORITY
           ELSE
              MOVE TEMPLATE-PRIORITY TO TICKET-PRIORITY
           END-IF
           PERFORM 321-SET-PRIORITY
           IF TEMPLATE-CATEGORY = SPACES
              MOVE 'GENERAL' TO TICKET-CATEGORY
           ELSE
           MOVE SPACES TO TICKET-SATISFACTION
           MOVE SPACES TO TICKET-APPR1-BY
           MOVE SPACES TO TICKET-APPR1-DATE
           PERFORM 328-DEFAULT-SITE
           PERFORM 325-SET-DUE-DATE
           PERFORM 327-LOOKUP-REQUESTOR.
       320-EXIT.
           EXIT.

      *    The staged priority is kept as the one asked for, with the
      *    impact/urgency pair the built-in SM169 grid gives it; the
      *    ticket's own priority then comes from SM169 as on SM002,
      *    the staged one standing should the LINK fail. A new ticket
      *    carries no desk override and no SLA breach.
       321-SET-PRIORITY.
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
       321-EXIT.
           EXIT.

      *    Priority-to-business-days allowance, weekend/holiday
      *    skipping - the same walk SM002's 420-SET-DUE-DATE performs
      *    at a live submission.
       324-LOOKUP-SLA-POLICY.
           MOVE TICKET-CATEGORY TO SLA-CATEGORY
           MOVE TICKET-PRIORITY TO SLA-PRIORITY
           PERFORM 323-READ-SLA-IN-FORCE
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL) OR
              SLA-ACTIVE NOT = 'Y'
              MOVE '*DEFAULT' TO SLA-CATEGORY
              MOVE TICKET-PRIORITY TO SLA-PRIORITY
              PERFORM 323-READ-SLA-IN-FORCE
           END-IF
           IF WS-RETNCODE2 = DFHRESP(NORMAL) AND SLA-ACTIVE = 'Y'
              MOVE SLA-DAYS TO WS-DUE-DAYS
       324-EXIT.
           EXIT.

      *    The STF012P row in force on the business date for the key
      *    already moved into SLA-KEYS, by the SM136 effective-date
      *    service - a key with no row in force reads as an inactive
      *    row so the caller's '*DEFAULT' and ladder fallbacks still
      *    apply.
       323-READ-SLA-IN-FORCE.
           MOVE '01' TO SLQ-VERSION
           MOVE SLA-CATEGORY TO SLQ-CATEGORY
           MOVE SLA-PRIORITY TO SLQ-PRIORITY
           MOVE WS-TODAY-YYYYMMDD TO SLQ-AS-OF-DATE
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
       323-EXIT.
           EXIT.

       326-CHECK-HOLIDAY.
           MOVE 'N' TO WS-HOLIDAY-FOUND
           EXEC CICS READ
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-HOLIDAY-FOUND
           END-IF
      *    The ticket's site observes its own STF074H days on top of
      *    the company calendar.
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
       326-EXIT.
           EXIT.

      *    TICKET-SITE defaults from the requestor's STF075U base site
      *    (the ticket names no asset), kept only while it is an
      *    active STF073S row - the same defaulting SM002's
      *    437-DEFAULT-SITE makes at a live submission.
       328-DEFAULT-SITE.
           MOVE SPACES TO TICKET-SITE
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
       328-EXIT.
           EXIT.

      *    Department and contact defaulting from the requestor's
      *    uaf001 entry, same lookups SM002's 430/440 perform.
       327-LOOKUP-REQUESTOR.
           MOVE FUNCTION CURRENT-DATE(9:6) TO JOBH-End-Time
           MOVE WS-JOB-COUNT TO JOBH-Count
           MOVE WS-JOB-OUTCOME TO JOBH-Outcome
           MOVE BDQ-BUS-DATE TO JOBH-Bus-Date
           EXEC CICS WRITE
                FILE('STF026J')
                FROM (JOBH-REC)
