      *  key-assignment, defaulting, STF012P due-date, STF002E         *
      *  initial-log, change-capture and live-counter steps an SM002   *
      *  submission gets; QUERY is a keyed read; ADDNOTE appends to    *
      *  the ticket's log the way SM012's pop-up does. A caller over  *
      *  its STF023R quota - calls per minute, CREATEs per hour - is   *
      *  refused with 24 and the desk alerted on STF030A, and every    *
      *  call is counted by caller and function on STF109U for the    *
      *  S154 daily usage summary.                                     *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY STF001C.
       01  WS-CNTR-OLD-STATUS                    PIC X(10).
       01  WS-CNTR-NEW-STATUS                    PIC X(10).
           COPY STF012P.
           COPY SMSLA01.
           COPY STF004H.
           COPY STF073S.
           COPY STF074H.
           COPY STF075U.
           COPY STF108T.
           COPY STF109U.
           COPY STF030A.
       01  WS-NOW-MINUTE                         PIC 9(12).
       01  WS-NOW-HOUR                           PIC 9(10).
       01  WS-RATE-FOUND                         PIC X.
       01  WS-USAGE-FOUND                        PIC X.
       01  WS-LIMIT-DISP                         PIC 9(04).
       01  WS-ALERT-LAST-SEQ                     PIC 9(05).

       01  WS-LOG-REC.
           05 WS-LOG-KEYS.

       01  WS-HIGH-KEY                           PIC X(07) VALUE
           HIGH-VALUES.
       01  WS-SCRATCH-TICKET                     PIC X(1000).
       01  WS-TODAY-YYYYMMDD                     PIC 9(08).
       01  WS-HOLIDAY-FOUND                      PIC X VALUE 'N'.
       01  WS-DUE-DAYS                           PIC S9(4) COMP.

       77  WS-RETNCODE                           PIC S9(8) COMP.
       77  WS-RETNCODE2                          PIC S9(8) COMP.
           COPY SMMNT01 REPLACING ==MNQ-COMMAREA== BY ==WS-MNT-AREA==.
       77  WS-MNT-RESP                           PIC S9(8) COMP.
           COPY SMPMX01 REPLACING ==PMQ-COMMAREA== BY ==WS-PMQ-AREA==.

       LINKAGE SECTION.
           COPY SMTSV01 REPLACING ==TSV-COMMAREA== BY ==DFHCOMMAREA==.
                TIME     (WS-TIME-X)
           END-EXEC
           MOVE 0 TO TSV-RETURN-CODE
           PERFORM 090-CHECK-MAINTENANCE
           IF TSV-RETURN-CODE = 0
              PERFORM 100-VALIDATE-CALLER
           END-IF
           IF TSV-RETURN-CODE = 0
              PERFORM 150-CHECK-QUOTA
           END-IF
           IF TSV-RETURN-CODE = 0
              EVALUATE TSV-FUNCTION
                WHEN 'CREATE'
              END-EVALUATE
           END-IF
           PERFORM 200-LOG-THE-CALL
           PERFORM 250-COUNT-USAGE
           EXEC CICS RETURN
           END-EXEC.
       000-EXIT.
           EXIT.

      *    While the SM150 batch window has the files closed for the
      *    backup the call is refused with 20 and the planned end of
      *    the window in TSV-NOTE, so the calling system knows when
      *    to retry instead of seeing a file update failure.
       090-CHECK-MAINTENANCE.
           MOVE '01' TO MNQ-VERSION
           MOVE 'N' TO MNQ-DOWN
           EXEC CICS LINK
                PROGRAM('SM151')
                COMMAREA(WS-MNT-AREA)
                RESP(WS-MNT-RESP)
           END-EXEC
           IF WS-MNT-RESP = DFHRESP(NORMAL) AND MNQ-DOWN = 'Y'
              MOVE 20 TO TSV-RETURN-CODE
              MOVE SPACES TO TSV-NOTE
              STRING 'SYSTEM IN MAINTENANCE UNTIL ' DELIMITED BY SIZE
                     MNQ-UNTIL DELIMITED BY SIZE
                     INTO TSV-NOTE
              END-STRING
           END-IF.
       090-EXIT.
           EXIT.

       100-VALIDATE-CALLER.
           IF TSV-VERSION NOT = '01' AND TSV-VERSION NOT = '02'
              MOVE 12 TO TSV-RETURN-CODE
           ELSE
              EXEC CICS READ
       100-EXIT.
           EXIT.

      *    The caller's STF108T window row is read for update so two
      *    calls from one caller cannot count past each other. Every
      *    call counts against the minute; a CREATE also counts
      *    against the hour, but only when it is let through.
       150-CHECK-QUOTA.
           MOVE FUNCTION CURRENT-DATE(1:12) TO WS-NOW-MINUTE
           MOVE FUNCTION CURRENT-DATE(1:10) TO WS-NOW-HOUR
           MOVE 'Y' TO WS-RATE-FOUND
           EXEC CICS READ
                FILE('STF108T')
                INTO (QWIN-REC)
                RIDFLD (TSV-CALLER-ID)
                UPDATE
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              MOVE 'N' TO WS-RATE-FOUND
              MOVE TSV-CALLER-ID TO QWIN-Caller-ID
              MOVE 0 TO QWIN-Min-Stamp
              MOVE 0 TO QWIN-Hour-Stamp
              MOVE 0 TO QWIN-Alert-Hour
           END-IF
           IF QWIN-Min-Stamp NOT = WS-NOW-MINUTE
              MOVE WS-NOW-MINUTE TO QWIN-Min-Stamp
              MOVE 0 TO QWIN-Min-Count
           END-IF
           IF QWIN-Hour-Stamp NOT = WS-NOW-HOUR
              MOVE WS-NOW-HOUR TO QWIN-Hour-Stamp
              MOVE 0 TO QWIN-Hour-Creates
           END-IF
           IF QWIN-Min-Count < 99999
              ADD 1 TO QWIN-Min-Count
           END-IF
           IF CALLER-Max-Per-Min NUMERIC AND
              CALLER-Max-Per-Min > 0 AND
              QWIN-Min-Count > CALLER-Max-Per-Min
              MOVE 24 TO TSV-RETURN-CODE
              MOVE CALLER-Max-Per-Min TO WS-LIMIT-DISP
              MOVE SPACES TO TSV-NOTE
              STRING 'CALL LIMIT ' DELIMITED BY SIZE
                     WS-LIMIT-DISP DELIMITED BY SIZE
                     ' PER MINUTE EXCEEDED' DELIMITED BY SIZE
                     INTO TSV-NOTE
              END-STRING
           ELSE
              IF TSV-FUNCTION = 'CREATE'
                 IF CALLER-Max-Creates-Hr NUMERIC AND
                    CALLER-Max-Creates-Hr > 0 AND
                    QWIN-Hour-Creates NOT < CALLER-Max-Creates-Hr
                    MOVE 24 TO TSV-RETURN-CODE
                    MOVE CALLER-Max-Creates-Hr TO WS-LIMIT-DISP
                    MOVE SPACES TO TSV-NOTE
                    STRING 'CREATE LIMIT ' DELIMITED BY SIZE
                           WS-LIMIT-DISP DELIMITED BY SIZE
                           ' PER HOUR EXCEEDED' DELIMITED BY SIZE
                           INTO TSV-NOTE
                    END-STRING
                 ELSE
                    ADD 1 TO QWIN-Hour-Creates
                 END-IF
              END-IF
           END-IF
           IF TSV-RETURN-CODE = 24 AND
              QWIN-Alert-Hour NOT = WS-NOW-HOUR
              MOVE WS-NOW-HOUR TO QWIN-Alert-Hour
              PERFORM 160-RAISE-QUOTA-ALERT
           END-IF
           IF WS-RATE-FOUND = 'Y'
              EXEC CICS REWRITE
                   FILE('STF108T')
                   FROM (QWIN-REC)
                   RESP(WS-RETNCODE)
              END-EXEC
           ELSE
              EXEC CICS WRITE
                   FILE('STF108T')
                   FROM (QWIN-REC)
                   RIDFLD (QWIN-Caller-ID)
                   RESP(WS-RETNCODE)
              END-EXEC
           END-IF.
       150-EXIT.
           EXIT.

      *    One desk alert per caller per clock hour - the highest-seq
      *    STF030A idiom SM102's watchdog uses, the refusal text
      *    carrying the caller and which limit it ran into.
       160-RAISE-QUOTA-ALERT.
           MOVE WS-TODAY-YYYYMMDD TO ALERT-Date
           MOVE 0 TO ALERT-Seq-Number
           MOVE 0 TO WS-ALERT-LAST-SEQ
           EXEC CICS STARTBR
                FILE('STF030A')
                RIDFLD(ALERT-KEYS)
                GTEQ
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE2 NOT = DFHRESP(NORMAL)
                      OR ALERT-Date NOT = WS-TODAY-YYYYMMDD
                 EXEC CICS READNEXT
                      FILE('STF030A')
                      INTO(ALERT-REC)
                      RIDFLD(ALERT-KEYS)
                      RESP(WS-RETNCODE2)
                 END-EXEC
                 IF WS-RETNCODE2 = DFHRESP(NORMAL) AND
                    ALERT-Date = WS-TODAY-YYYYMMDD
                    MOVE ALERT-Seq-Number TO WS-ALERT-LAST-SEQ
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF030A')
              END-EXEC
           END-IF
           MOVE WS-TODAY-YYYYMMDD TO ALERT-Date
           MOVE WS-ALERT-LAST-SEQ TO ALERT-Seq-Number
           ADD 1 TO ALERT-Seq-Number
           MOVE WS-TIME-X TO ALERT-Time
           MOVE SPACES TO ALERT-Ticket
           MOVE SPACES TO ALERT-Text
           STRING 'API QUOTA ' DELIMITED BY SIZE
                  TSV-CALLER-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  TSV-NOTE DELIMITED BY SIZE
                  INTO ALERT-Text
           END-STRING
           MOVE 'N' TO ALERT-Ack-Flag
           MOVE SPACES TO ALERT-Ack-By
           MOVE SPACES TO ALERT-Ack-Time
           MOVE 'N' TO ALERT-Sent-Flag
           MOVE SPACES TO ALERT-Sent-Stamp
           EXEC CICS WRITE
                FILE('STF030A')
                FROM (ALERT-REC)
                RIDFLD (ALERT-KEYS)
                RESP(WS-RETNCODE2)
           END-EXEC.
       160-EXIT.
           EXIT.

      *    Every call - accepted or refused - lands on the STF024S
      *    security event file as type 'API', same highest-seq idiom
      *    SM0000's 310-WRITE-SECURITY-EVENT uses, with the function,
       200-EXIT.
           EXIT.

      *    The day's STF109U row for this caller and function takes
      *    the call as accepted, refused or an error - the counts the
      *    S154 usage summary reports.
       250-COUNT-USAGE.
           MOVE WS-TODAY-YYYYMMDD TO CUSE-Date
           MOVE TSV-CALLER-ID TO CUSE-Caller-ID
           MOVE TSV-FUNCTION TO CUSE-Function
           MOVE 'Y' TO WS-USAGE-FOUND
           EXEC CICS READ
                FILE('STF109U')
                INTO (CUSE-REC)
                RIDFLD (CUSE-KEYS)
                UPDATE
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              MOVE 'N' TO WS-USAGE-FOUND
              MOVE WS-TODAY-YYYYMMDD TO CUSE-Date
              MOVE TSV-CALLER-ID TO CUSE-Caller-ID
              MOVE TSV-FUNCTION TO CUSE-Function
              MOVE 0 TO CUSE-Accepted
              MOVE 0 TO CUSE-Refused
              MOVE 0 TO CUSE-Errors
           END-IF
           EVALUATE TSV-RETURN-CODE
             WHEN 0
                  ADD 1 TO CUSE-Accepted
             WHEN 08
             WHEN 20
             WHEN 24
                  ADD 1 TO CUSE-Refused
             WHEN OTHER
                  ADD 1 TO CUSE-Errors
           END-EVALUATE
           IF WS-USAGE-FOUND = 'Y'
              EXEC CICS REWRITE
                   FILE('STF109U')
                   FROM (CUSE-REC)
                   RESP(WS-RETNCODE)
              END-EXEC
           ELSE
              EXEC CICS WRITE
                   FILE('STF109U')
                   FROM (CUSE-REC)
                   RIDFLD (CUSE-KEYS)
                   RESP(WS-RETNCODE)
              END-EXEC
           END-IF.
       250-EXIT.
           EXIT.

       300-CREATE-TICKET.
           IF TSV-TITLE = SPACES OR TSV-DESCRIPTION = SPACES
              MOVE 12 TO TSV-RETURN-CODE
              MOVE 0 TO TICKET-HOLD-START
              MOVE 0 TO TICKET-HOLD-DAYS
              MOVE 0 TO TICKET-DUE-TIME
              MOVE SPACES TO TICKET-GROUP
              IF TSV-PRIORITY = 'LOW' OR TSV-PRIORITY = 'MEDIUM' OR
                 TSV-PRIORITY = 'HIGH' OR TSV-PRIORITY = 'CRITICAL'
                 MOVE TSV-PRIORITY TO TICKET-REQ-PRIORITY
              ELSE
                 MOVE SPACES TO TICKET-REQ-PRIORITY
              END-IF
              PERFORM 305-DERIVE-PRIORITY
              IF TSV-CATEGORY = SPACES
                 MOVE 'GENERAL' TO TICKET-CATEGORY
              ELSE
              MOVE SPACES TO TICKET-APPR1-BY
              MOVE SPACES TO TICKET-APPR1-DATE
              PERFORM 310-LOOKUP-REQUESTOR
              PERFORM 315-DEFAULT-SITE
              PERFORM 320-SET-DUE-DATE
              PERFORM 330-ASSIGN-KEY
              EXEC CICS WRITE
              IF WS-RETNCODE = DFHRESP(NORMAL)
                 MOVE TICKET-KEY TO TSV-TICKET-KEY
                 MOVE TICKET-STATUS TO TSV-STATUS
                 MOVE TICKET-PRIORITY TO TSV-PRIORITY
                 MOVE 'TICKET CREATED BY CALLER INTERFACE' TO
                      WS-LOG-UPD-REMARKS
                 MOVE 'C' TO WS-LOG-ENTRY-TYPE
       300-EXIT.
           EXIT.

      *    Impact and urgency come from a version '02' commarea,
      *    else from the caller's STF023R defaults, else one person
      *    and medium; SM169 derives the priority from the pair.
       305-DERIVE-PRIORITY.
           MOVE SPACES TO TICKET-IMPACT
           MOVE SPACES TO TICKET-URGENCY
           IF TSV-VERSION = '02'
              MOVE TSV-IMPACT TO TICKET-IMPACT
              MOVE TSV-URGENCY TO TICKET-URGENCY
           END-IF
           IF TICKET-IMPACT NOT = 'P' AND TICKET-IMPACT NOT = 'T' AND
              TICKET-IMPACT NOT = 'D' AND TICKET-IMPACT NOT = 'E'
              MOVE CALLER-Def-Impact TO TICKET-IMPACT
           END-IF
           IF TICKET-IMPACT NOT = 'P' AND TICKET-IMPACT NOT = 'T' AND
              TICKET-IMPACT NOT = 'D' AND TICKET-IMPACT NOT = 'E'
              MOVE 'P' TO TICKET-IMPACT
           END-IF
           IF TICKET-URGENCY NOT = 'H' AND TICKET-URGENCY NOT = 'M' AND
              TICKET-URGENCY NOT = 'L'
              MOVE CALLER-Def-Urgency TO TICKET-URGENCY
           END-IF
           IF TICKET-URGENCY NOT = 'H' AND TICKET-URGENCY NOT = 'M' AND
              TICKET-URGENCY NOT = 'L'
              MOVE 'M' TO TICKET-URGENCY
           END-IF
           MOVE 'N' TO TICKET-PRI-OVERRIDE
           MOVE SPACES TO TICKET-BREACH-REASON
           MOVE SPACES TO TICKET-BREACH-BY
           MOVE 0 TO TICKET-BREACH-DATE
           MOVE '01' TO PMQ-VERSION
           MOVE TICKET-IMPACT TO PMQ-IMPACT
           MOVE TICKET-URGENCY TO PMQ-URGENCY
           MOVE 'MEDIUM' TO PMQ-PRIORITY
           EXEC CICS LINK
                PROGRAM('SM169')
                COMMAREA(WS-PMQ-AREA)
                LENGTH(LENGTH OF WS-PMQ-AREA)
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              MOVE PMQ-PRIORITY TO TICKET-PRIORITY
           ELSE
              MOVE 'MEDIUM' TO TICKET-PRIORITY
           END-IF.
       305-EXIT.
           EXIT.

       310-LOOKUP-REQUESTOR.
           MOVE SPACES TO TICKET-DEPARTMENT
           MOVE SPACES TO TICKET-PHONE
       320-SET-DUE-DATE.
           MOVE TICKET-CATEGORY TO SLA-CATEGORY
           MOVE TICKET-PRIORITY TO SLA-PRIORITY
           PERFORM 322-READ-SLA-IN-FORCE
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL) OR
              SLA-ACTIVE NOT = 'Y'
              MOVE '*DEFAULT' TO SLA-CATEGORY
              MOVE TICKET-PRIORITY TO SLA-PRIORITY
              PERFORM 322-READ-SLA-IN-FORCE
           END-IF
           IF WS-RETNCODE2 = DFHRESP(NORMAL) AND SLA-ACTIVE = 'Y'
              MOVE SLA-DAYS TO WS-DUE-DAYS
       320-EXIT.
           EXIT.

      *    The STF012P row in force today for the key already moved
      *    into SLA-KEYS, by the SM136 effective-date service - a
      *    key with no row in force reads as an inactive row so the
      *    caller's '*DEFAULT' and ladder fallbacks still apply.
       322-READ-SLA-IN-FORCE.
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
       322-EXIT.
           EXIT.

       325-CHECK-HOLIDAY.
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
       325-EXIT.
           EXIT.

      *    TICKET-SITE defaults from the requestor's STF075U base site
      *    (the ticket names no asset), kept only while it is an
      *    active STF073S row - the same defaulting SM002's
      *    437-DEFAULT-SITE makes at a live submission.
       315-DEFAULT-SITE.
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
       315-EXIT.
           EXIT.

       330-ASSIGN-KEY.
           MOVE WS-HIGH-KEY TO TICKET-KEY
           EXEC CICS STARTBR
