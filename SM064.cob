      *  browse-then-work-the-queue idiom SM015/SM018/SM034 use. A     *
      *  chain whose last step completes simply has its flag flipped,  *
      *  which is how a chain ends.                                    *
      *                                                                *
      *  A chain started with a finish-by date on its instance row     *
      *  (SM037's new-hire chains carry the start date) has every      *
      *  later step due on that date while it is still ahead.          *
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
           COPY STF004H.
           COPY STF073S.
           COPY STF074H.
           COPY STF075U.
           COPY STF039W.
           COPY STF040N.

       01  WS-REQ-USER                           PIC X(08).
       01  WS-HIGH-KEY                           PIC X(07) VALUE
           HIGH-VALUES.
       01  WS-SCRATCH-TICKET                     PIC X(1000).
       01  WS-TODAY-YYYYMMDD                     PIC 9(08).
       01  WS-DUE-DAYS                           PIC S9(4) COMP.
       01  WS-DUE-INTEGER-DATE                   PIC S9(9) COMP.
       01  WS-DONE-STEP                          PIC 9(02).
       01  WS-DONE-CHAIN                         PIC X(08).
       01  WS-DONE-ANCHOR                        PIC X(07).
       01  WS-DONE-DUE-BY                        PIC 9(08).
       77  WS-PMQ-RESP                           PIC S9(8) COMP.
       77  WS-RETNCODE                           PIC S9(8) COMP.
       77  WS-RETNCODE2                          PIC S9(8) COMP.
       77  WS-RETNCODE3                          PIC S9(8) COMP.
              MOVE CHAIN-Code TO WS-DONE-CHAIN
              MOVE CHAIN-Step TO WS-DONE-STEP
              MOVE CHAIN-Anchor TO WS-DONE-ANCHOR
              IF CHAIN-Due-By IS NUMERIC
                 MOVE CHAIN-Due-By TO WS-DONE-DUE-BY
              ELSE
                 MOVE 0 TO WS-DONE-DUE-BY
              END-IF
              MOVE WS-DONE-CHAIN TO WFDEF-Code
              COMPUTE WFDEF-Step = WS-DONE-STEP + 1
              EXEC CICS READ
           MOVE 0 TO TICKET-HOLD-START
           MOVE 0 TO TICKET-HOLD-DAYS
           MOVE 0 TO TICKET-DUE-TIME
           MOVE SPACES TO TICKET-GROUP
           IF TEMPLATE-PRIORITY = SPACES
              MOVE 'MEDIUM' TO TICKET-PRIORITY
           ELSE
              MOVE TEMPLATE-PRIORITY TO TICKET-PRIORITY
           END-IF
           PERFORM 331-SET-PRIORITY
           IF TEMPLATE-CATEGORY = SPACES
              MOVE 'GENERAL' TO TICKET-CATEGORY
           ELSE
           MOVE SPACES TO TICKET-SATISFACTION
           MOVE SPACES TO TICKET-APPR1-BY
           MOVE SPACES TO TICKET-APPR1-DATE
           PERFORM 338-DEFAULT-SITE
           PERFORM 335-SET-DUE-DATE
           PERFORM 337-LOOKUP-REQUESTOR.
       330-EXIT.
           EXIT.

      *    The staged priority is kept as the one asked for, with the
      *    impact/urgency pair the built-in SM169 grid gives it; the
      *    ticket's own priority then comes from SM169 as on SM002,
      *    the staged one standing should the LINK fail. A new ticket
      *    carries no desk override and no SLA breach.
       331-SET-PRIORITY.
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
       331-EXIT.
           EXIT.

      *    A chain with a finish-by date still ahead (a new hire's
      *    start date) makes every step due on it; otherwise the
      *    SLA walk from today.
       335-SET-DUE-DATE.
           IF WS-DONE-DUE-BY > WS-TODAY-YYYYMMDD
              MOVE WS-DONE-DUE-BY TO TICKET-DUE-DATE
              GO TO 335-EXIT
           END-IF
           PERFORM 334-LOOKUP-SLA-POLICY
           COMPUTE WS-DUE-INTEGER-DATE =
              FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD)
       334-LOOKUP-SLA-POLICY.
           MOVE TICKET-CATEGORY TO SLA-CATEGORY
           MOVE TICKET-PRIORITY TO SLA-PRIORITY
           PERFORM 333-READ-SLA-IN-FORCE
           IF WS-RETNCODE3 NOT = DFHRESP(NORMAL) OR
              SLA-ACTIVE NOT = 'Y'
              MOVE '*DEFAULT' TO SLA-CATEGORY
              MOVE TICKET-PRIORITY TO SLA-PRIORITY
              PERFORM 333-READ-SLA-IN-FORCE
           END-IF
           IF WS-RETNCODE3 = DFHRESP(NORMAL) AND SLA-ACTIVE = 'Y'
              MOVE SLA-DAYS TO WS-DUE-DAYS
       334-EXIT.
           EXIT.

      *    The STF012P row in force today for the key already moved
      *    into SLA-KEYS, by the SM136 effective-date service - a
      *    key with no row in force reads as an inactive row so the
      *    caller's '*DEFAULT' and ladder fallbacks still apply.
       333-READ-SLA-IN-FORCE.
           MOVE '01' TO SLQ-VERSION
           MOVE SLA-CATEGORY TO SLQ-CATEGORY
           MOVE SLA-PRIORITY TO SLQ-PRIORITY
           MOVE 0 TO SLQ-AS-OF-DATE
           EXEC CICS LINK
                PROGRAM('SM136')
                COMMAREA(SLQ-COMMAREA)
                LENGTH(LENGTH OF SLQ-COMMAREA)
                RESP(WS-RETNCODE3)
           END-EXEC
           IF WS-RETNCODE3 = DFHRESP(NORMAL) AND SLQ-FOUND = 'Y'
              MOVE SLQ-EFF-FROM TO SLA-EFF-FROM
              MOVE SLQ-DAYS TO SLA-DAYS
              MOVE SLQ-HOURS TO SLA-HOURS
              MOVE SLQ-EFF-TO TO SLA-EFF-TO
              MOVE 'Y' TO SLA-ACTIVE
           ELSE
              MOVE 'N' TO SLA-ACTIVE
           END-IF.
       333-EXIT.
           EXIT.

       336-CHECK-HOLIDAY.
           MOVE 'N' TO WS-HOLIDAY-FOUND
           EXEC CICS READ
           END-EXEC
           IF WS-RETNCODE3 = DFHRESP(NORMAL)
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
                   RESP(WS-RETNCODE3)
              END-EXEC
              IF WS-RETNCODE3 = DFHRESP(NORMAL)
                 MOVE 'Y' TO WS-HOLIDAY-FOUND
              END-IF
           END-IF.
       336-EXIT.
           EXIT.

      *    TICKET-SITE defaults from the requestor's STF075U base site
      *    (the ticket names no asset), kept only while it is an
      *    active STF073S row - the same defaulting SM002's
      *    437-DEFAULT-SITE makes at a live submission.
       338-DEFAULT-SITE.
           MOVE SPACES TO TICKET-SITE
           EXEC CICS READ
                FILE('STF075U')
                INTO (USIT-REC)
                RIDFLD (TICKET-REQUESTOR)
                RESP(WS-RETNCODE3)
           END-EXEC
           IF WS-RETNCODE3 = DFHRESP(NORMAL)
              EXEC CICS READ
                   FILE('STF073S')
                   INTO (SITE-REC)
                   RIDFLD (USIT-Site)
                   RESP(WS-RETNCODE3)
              END-EXEC
              IF WS-RETNCODE3 = DFHRESP(NORMAL) AND SITE-ACTIVE = 'Y'
                 MOVE USIT-Site TO TICKET-SITE
              END-IF
           END-IF.
       338-EXIT.
           EXIT.

       337-LOOKUP-REQUESTOR.
           MOVE SPACES TO TICKET-DEPARTMENT
           MOVE SPACES TO TICKET-PHONE
           MOVE WFDEF-Step TO CHAIN-Step
           MOVE WS-DONE-ANCHOR TO CHAIN-Anchor
           MOVE 'N' TO CHAIN-Next-Generated
           MOVE WS-DONE-DUE-BY TO CHAIN-Due-By
           EXEC CICS WRITE
                FILE('STF040N')
                FROM (CHAIN-REC)
           MOVE FUNCTION CURRENT-DATE(9:6) TO JOBH-End-Time
           MOVE WS-JOB-COUNT TO JOBH-Count
           MOVE WS-JOB-OUTCOME TO JOBH-Outcome
           MOVE WS-JOB-START-DATE TO JOBH-Bus-Date
           EXEC CICS WRITE
                FILE('STF026J')
                FROM (JOBH-REC)
