      *  initial-log, change-capture and counter steps an SM002        *
      *  submission gets. Unmatched senders are parked one row each    *
      *  on TDQ 'SM41EXC' for the desk to triage, and the run's        *
      *  matched/parked counts land on repository report 'SM41RPT'. A  *
      *  subject carrying a seven-digit ticket number is a reply to    *
      *  that ticket rather than a new one: from the requestor or a    *
      *  watcher the body is appended as STF002E notes, reopening a    *
      *  COMPLETED ticket still inside the SM056 confirmation window;  *
      *  from an approver (or a delegate in force) a body opening      *
      *  APPROVE or REJECT makes SM005's approval move, held to the    *
      *  same SM069 and STF015X rules. A reply that fails a rule goes  *
      *  to the SM100 review. In a category routed to line managers    *
      *  only the requestor's manager (or their delegate) may answer.  *
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
           COPY STF010R.
       77  WS-RPT-RESP                           PIC S9(8) COMP.

      *    same inline projection pattern the other consumers use.
       01  WS-UAF-REC.
           05 WS-UAF-USERID                      PIC X(08).
           05 WS-UAF-TYPE.
              10 WS-UAF-REQUESTOR                PIC X.
              10 WS-UAF-ADMIN                    PIC X.
              10 WS-UAF-APPROVER                 PIC X.
              10 WS-UAF-SERVICE                  PIC X.
              10 WS-UAF-AUDITOR                  PIC X.
           05 WS-UAF-DEPARTMENT                  PIC X(08).
           05 FILLER                             PIC X(40).
           05 WS-UAF-INACTIVE                    PIC X(01).
           05 WS-UAF-PHONE                       PIC X(15).
           05 WS-UAF-EMAIL                       PIC X(40).

      *    Second uaf001 view for the delegate scan, so the matched
      *    sender's row in WS-UAF-REC survives the browse.
       01  WS-DLG-REC.
           05 WS-DLG-USERID                      PIC X(08).
           05 WS-DLG-TYPE                        PIC X(05).
           05 WS-DLG-DEPARTMENT                  PIC X(08).
           05 WS-DLG-UPDATEDBY                   PIC X(08).
           05 WS-DLG-DELEG-TO                    PIC X(08).
           05 WS-DLG-DELEG-GROUP                 PIC X(08).
           05 WS-DLG-DELEG-START                 PIC 9(08).
           05 WS-DLG-DELEG-END                   PIC 9(08).
           05 WS-DLG-INACTIVE                    PIC X(01).
           05 WS-DLG-PHONE                       PIC X(15).
           05 WS-DLG-EMAIL                       PIC X(40).

       01  WS-MATCHED-USERID                     PIC X(08).

      *    Line-manager routing, as SM005's 470 applies it: a CREATED
      *    ticket in a category flagged for it is approved only by
      *    the requestor's line manager or their delegate for today.
           COPY STF003C.
           COPY SMMGR01 REPLACING ==MGQ-COMMAREA== BY ==WS-MGQ-AREA==.
       01  WS-ROUTED                             PIC X VALUE 'N'.

      *    Reply handling: a subject naming an existing ticket turns
      *    the message into a note, a reopen, or an approval reply
      *    on that ticket instead of a new one.
           COPY STF005W.
           COPY STF009N.
           COPY STF015X.
           COPY SMPRM01.
           COPY SMFAD01.
       01  WS-FAD-BEFORE                         PIC X(1000).
       01  WS-REF-TICKET                         PIC X(07).
       01  WS-SUBJ-POS                           PIC S9(4) COMP.
       01  WS-PREV-CHAR                          PIC X.
       01  WS-NEXT-CHAR                          PIC X.
       01  WS-REPLY-VERB                         PIC X(07).
       01  WS-ON-TICKET                          PIC X VALUE 'N'.
       01  WS-IS-APPROVER                        PIC X VALUE 'N'.
       01  WS-TRN-FROM                           PIC X(10).
       01  WS-TRN-TO                             PIC X(10).
       01  WS-TRN-ALLOWED                        PIC X VALUE 'Y'.

      *    A new ticket's impact and urgency are read from tags the
      *    sender puts anywhere in the subject or body - IMPACT=D,
      *    URGENCY=H - and SM169 derives the priority from the pair.
           COPY SMPMX01 REPLACING ==PMQ-COMMAREA== BY ==WS-PMQ-AREA==.
       01  WS-MAIL-SCAN                          PIC X(150).
       01  WS-TAG-POS                            PIC S9(4) COMP.
       01  WS-NEW-REMARKS                        PIC X(50).
       01  WS-LOG-NEW-BY                         PIC X(10).
       01  WS-LOG-NEW-TYPE                       PIC X(01).
       01  WS-LOG-NEW-REMARKS                    PIC X(50).
       01  WS-CDC-ACTION                         PIC X(01).
       01  WS-NTF-TARGET                         PIC X(08).
       01  WS-NTF-TEXT                           PIC X(50).
       01  WS-NTF-LAST-SEQ                       PIC 9(05).
       01  WS-NTF-FEED-LINE                      PIC X(132).
       01  WS-WINDOW-DAYS                        PIC S9(4) COMP.
       01  WS-TODAY-INTEGER                      PIC S9(9) COMP.
       01  WS-UPD-YYYYMMDD                       PIC 9(08).
       01  WS-WALK-INTEGER                       PIC S9(9) COMP.
       01  WS-WALK-DATE                          PIC 9(08).
       01  WS-WALK-DOW                           PIC 9(1).
       01  WS-BUS-AGE                            PIC S9(4) COMP.
       01  WS-REPLY-COUNT                        PIC 9(05) VALUE 0.
       01  WS-HIGH-KEY                           PIC X(07) VALUE
           HIGH-VALUES.
       01  WS-SCRATCH-TICKET                     PIC X(1000).
       01  WS-TODAY-YYYYMMDD                     PIC 9(08).
       01  WS-HOLIDAY-FOUND                      PIC X VALUE 'N'.
       01  WS-DUE-DAYS                           PIC S9(4) COMP.
              MOVE 'SENDER NOT MATCHED TO uaf001' TO WS-ROW-REASON
              ADD 1 TO WS-PARK-COUNT
           ELSE
              PERFORM 320-FIND-TICKET-REF
              IF WS-REF-TICKET = SPACES
                 PERFORM 400-CREATE-TICKET
              ELSE
                 PERFORM 500-APPLY-REPLY
                 IF WS-ROW-OK = 'N'
                    ADD 1 TO WS-PARK-COUNT
                 END-IF
              END-IF
           END-IF
           IF WS-ROW-OK = 'Y'
              MOVE 'LOADED' TO STAGE-STATUS
       300-EXIT.
           EXIT.

      *    A reply to an S107 notice carries the ticket number in its
      *    subject: the first run of exactly seven digits, bounded by
      *    non-digits, names the ticket. No such run - a new ticket.
       320-FIND-TICKET-REF.
           MOVE SPACES TO WS-REF-TICKET
           PERFORM VARYING WS-SUBJ-POS FROM 1 BY 1
                   UNTIL WS-SUBJ-POS > 44
                      OR WS-REF-TICKET NOT = SPACES
              IF WS-MAIL-SUBJECT(WS-SUBJ-POS:7) IS NUMERIC
                 MOVE SPACE TO WS-PREV-CHAR
                 MOVE SPACE TO WS-NEXT-CHAR
                 IF WS-SUBJ-POS > 1
                    MOVE WS-MAIL-SUBJECT(WS-SUBJ-POS - 1:1)
                         TO WS-PREV-CHAR
                 END-IF
                 IF WS-SUBJ-POS < 44
                    MOVE WS-MAIL-SUBJECT(WS-SUBJ-POS + 7:1)
                         TO WS-NEXT-CHAR
                 END-IF
                 IF WS-PREV-CHAR IS NOT NUMERIC AND
                    WS-NEXT-CHAR IS NOT NUMERIC
                    MOVE WS-MAIL-SUBJECT(WS-SUBJ-POS:7)
                         TO WS-REF-TICKET
                 END-IF
              END-IF
           END-PERFORM.
       320-EXIT.
           EXIT.

       400-CREATE-TICKET.
           MOVE WS-MAIL-SUBJECT(1:25) TO TICKET-TITLE
           MOVE WS-MAIL-BODY TO TICKET-DESCRIPTION
           MOVE 0 TO TICKET-HOLD-START
           MOVE 0 TO TICKET-HOLD-DAYS
           MOVE 0 TO TICKET-DUE-TIME
           MOVE SPACES TO TICKET-GROUP
           PERFORM 405-DERIVE-PRIORITY
           MOVE 'GENERAL' TO TICKET-CATEGORY
           MOVE SPACES TO TICKET-ATTACHMENT
           MOVE SPACES TO TICKET-DUPLICATE-OF
           MOVE WS-UAF-DEPARTMENT TO TICKET-DEPARTMENT
           MOVE WS-UAF-PHONE TO TICKET-PHONE
           MOVE WS-MAIL-FROM TO TICKET-EMAIL
           PERFORM 415-DEFAULT-SITE
           PERFORM 420-SET-DUE-DATE
           PERFORM 430-ASSIGN-KEY
           EXEC CICS WRITE
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              ADD 1 TO WS-MATCH-COUNT
              MOVE 'SM041' TO WS-LOG-NEW-BY
              MOVE 'C' TO WS-LOG-NEW-TYPE
              MOVE 'TICKET CREATED FROM MAILBOX MESSAGE' TO
                   WS-LOG-NEW-REMARKS
              PERFORM 440-WRITE-LOG-ENTRY
              MOVE 'I' TO WS-CDC-ACTION
              PERFORM 450-WRITE-CDC-REC
              MOVE 'I' TO JRN-ACTION
              PERFORM 455-JOURNAL-TICKET
              MOVE SPACES TO WS-CNTR-OLD-STATUS
              MOVE 'CREATED' TO WS-CNTR-NEW-STATUS
       400-EXIT.
           EXIT.

      *    Untagged, or tagged with a code outside the matrix sets,
      *    the mail is taken as one person at medium urgency - the
      *    MEDIUM every mailed ticket used to get.
       405-DERIVE-PRIORITY.
           MOVE SPACES TO WS-MAIL-SCAN
           STRING WS-MAIL-SUBJECT DELIMITED BY SIZE
                  WS-MAIL-BODY DELIMITED BY SIZE
                  INTO WS-MAIL-SCAN
           END-STRING
           INSPECT WS-MAIL-SCAN CONVERTING
                   'abcdefghijklmnopqrstuvwxyz' TO
                   'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE 'P' TO TICKET-IMPACT
           MOVE 'M' TO TICKET-URGENCY
           MOVE 0 TO WS-TAG-POS
           INSPECT WS-MAIL-SCAN TALLYING WS-TAG-POS
                   FOR CHARACTERS BEFORE INITIAL 'IMPACT='
           IF WS-TAG-POS < 143
              IF WS-MAIL-SCAN(WS-TAG-POS + 8:1) = 'P' OR 'T' OR
                 'D' OR 'E'
                 MOVE WS-MAIL-SCAN(WS-TAG-POS + 8:1) TO TICKET-IMPACT
              END-IF
           END-IF
           MOVE 0 TO WS-TAG-POS
           INSPECT WS-MAIL-SCAN TALLYING WS-TAG-POS
                   FOR CHARACTERS BEFORE INITIAL 'URGENCY='
           IF WS-TAG-POS < 142
              IF WS-MAIL-SCAN(WS-TAG-POS + 9:1) = 'H' OR 'M' OR 'L'
                 MOVE WS-MAIL-SCAN(WS-TAG-POS + 9:1) TO TICKET-URGENCY
              END-IF
           END-IF
           MOVE SPACES TO TICKET-REQ-PRIORITY
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
       405-EXIT.
           EXIT.

      *    Business-day due date from the STF012P policy master, same
      *    resolution order as SM002's 422-LOOKUP-SLA-POLICY with the
      *    original ladder as the last resort.
       420-SET-DUE-DATE.
           MOVE TICKET-CATEGORY TO SLA-CATEGORY
           MOVE TICKET-PRIORITY TO SLA-PRIORITY
           PERFORM 422-READ-SLA-IN-FORCE
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL) OR
              SLA-ACTIVE NOT = 'Y'
              MOVE '*DEFAULT' TO SLA-CATEGORY
              MOVE TICKET-PRIORITY TO SLA-PRIORITY
              PERFORM 422-READ-SLA-IN-FORCE
           END-IF
           IF WS-RETNCODE2 = DFHRESP(NORMAL) AND SLA-ACTIVE = 'Y'
              MOVE SLA-DAYS TO WS-DUE-DAYS
       420-EXIT.
           EXIT.

      *    The STF012P row in force today for the key already moved
      *    into SLA-KEYS, by the SM136 effective-date service - a
      *    key with no row in force reads as an inactive row so the
      *    caller's '*DEFAULT' and ladder fallbacks still apply.
       422-READ-SLA-IN-FORCE.
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
       422-EXIT.
           EXIT.

       425-CHECK-HOLIDAY.
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
       425-EXIT.
           EXIT.

      *    TICKET-SITE defaults from the requestor's STF075U base site
      *    (the ticket names no asset), kept only while it is an
      *    active STF073S row - the same defaulting SM002's
      *    437-DEFAULT-SITE makes at a live submission.
       415-DEFAULT-SITE.
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
       415-EXIT.
           EXIT.

       430-ASSIGN-KEY.
           MOVE WS-HIGH-KEY TO TICKET-KEY
           EXEC CICS STARTBR
      *    345-APPEND-LOG-ROW established) - the old single READ
      *    GTEQ returned the FIRST row, colliding on any ticket
      *    with more than one entry and abending outright on a
      *    ticket with none. The caller stages who, what type and
      *    the remarks in WS-LOG-NEW-BY/-TYPE/-REMARKS.
       440-WRITE-LOG-ENTRY.
           MOVE TICKET-KEY TO WS-LOG-TICKET-ID
           MOVE 0 TO WS-LOG-SEQ-NUM
           MOVE TICKET-KEY TO WS-LOG-TICKET-ID
           MOVE WS-LOG-LAST-SEQ TO WS-LOG-SEQ-NUM
           ADD 1 TO WS-LOG-SEQ-NUM
           MOVE WS-LOG-NEW-BY TO WS-LOG-LAST-UPDBY
           MOVE WS-LOG-NEW-TYPE TO WS-LOG-ENTRY-TYPE
           MOVE SPACES TO WS-LOG-LAST-UPD
           MOVE WS-DATE-X TO WS-LOG-LAST-UPD(1:10)
           MOVE WS-TIME-X TO WS-LOG-LAST-UPD(12:8)
           MOVE WS-LOG-NEW-REMARKS TO WS-LOG-UPD-REMARKS
           EXEC CICS WRITE
                FILE('STF002E')
                FROM (WS-LOG-REC)
       440-EXIT.
           EXIT.

      *    Same STF008D append every other STF001C writer performs,
      *    action staged by the caller in WS-CDC-ACTION.
       450-WRITE-CDC-REC.
           MOVE HIGH-VALUES TO CDC-KEY
           EXEC CICS STARTBR
              MOVE 1 TO CDC-KEY-NUM
           END-IF
           MOVE 'STF001C' TO CDC-FILE
           MOVE WS-CDC-ACTION TO CDC-ACTION
           MOVE SPACES TO CDC-REC-KEY
           MOVE TICKET-KEY TO CDC-REC-KEY(1:7)
           MOVE TICKET-LAST-UPDATE TO CDC-STAMP
           EXIT.

      *    One STF069J whole-image journal row through the SM110
      *    service - the capture SM104's roll-forward replays. The
      *    caller stages JRN-ACTION.
       455-JOURNAL-TICKET.
           MOVE TICKET-KEY TO JRN-TICKET-ID
           MOVE TICKET-LAST-UPDATE-BY TO JRN-BY
           MOVE 'SM041' TO JRN-PROGRAM
           MOVE TICKET-REC TO JRN-IMAGE
           EXEC CICS LINK
       455-EXIT.
           EXIT.

      *    Incremental maintenance of the STF032C live counters, the
      *    same old/new pair SM005's 860-BUMP-STATUS-COUNTERS keeps -
      *    old status spaces on a create. A missing counter record is
      *    skipped; SM057's nightly true-up creates and corrects it.
       460-BUMP-STATUS-COUNTERS.
           MOVE 'COUNTERS' TO CNTR-KEY
           EXEC CICS READ
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
                WHEN 'REJECTED'
                     IF CNTR-REJECTED > 0
                        SUBTRACT 1 FROM CNTR-REJECTED
                     END-IF
                WHEN 'ONGOING'
                     IF CNTR-ONGOING > 0
                        SUBTRACT 1 FROM CNTR-ONGOING
                     END-IF
                WHEN 'COMPLETED'
                     IF CNTR-COMPLETED > 0
                        SUBTRACT 1 FROM CNTR-COMPLETED
                     END-IF
                WHEN 'CLOSED'
                     IF CNTR-CLOSED > 0
                        SUBTRACT 1 FROM CNTR-CLOSED
                     END-IF
                WHEN 'CANCELED'
                     IF CNTR-CANCELED > 0
                        SUBTRACT 1 FROM CNTR-CANCELED
                     END-IF
                WHEN 'ESCALATED'
                     IF CNTR-ESCALATED > 0
                        SUBTRACT 1 FROM CNTR-ESCALATED
                     END-IF
              END-EVALUATE
              EVALUATE WS-CNTR-NEW-STATUS
                WHEN 'CREATED'
                     ADD 1 TO CNTR-CREATED
                WHEN 'PEND-APPR'
                     ADD 1 TO CNTR-PEND-APPR
                WHEN 'APPROVED'
                     ADD 1 TO CNTR-APPROVED
                WHEN 'REJECTED'
                     ADD 1 TO CNTR-REJECTED
                WHEN 'ONGOING'
                     ADD 1 TO CNTR-ONGOING
                WHEN 'COMPLETED'
                     ADD 1 TO CNTR-COMPLETED
                WHEN 'CLOSED'
                     ADD 1 TO CNTR-CLOSED
                WHEN 'CANCELED'
                     ADD 1 TO CNTR-CANCELED
                WHEN 'ESCALATED'
                     ADD 1 TO CNTR-ESCALATED
              END-EVALUATE
              EXEC CICS REWRITE
                   FILE('STF032C')
                   FROM (CNTR-REC)
       460-EXIT.
           EXIT.

      *    A message whose subject names a ticket is a reply to it.
      *    A body opening with APPROVE or REJECT is an approval reply
      *    and is held to the same rules as SM005's screen; anything
      *    else is a note from the requestor or a watcher. A failed
      *    rule leaves WS-ROW-OK 'N' and the row goes to SM100.
       500-APPLY-REPLY.
           MOVE 'N' TO WS-IS-APPROVER
           MOVE WS-REF-TICKET TO TICKET-KEY
           EXEC CICS READ
                FILE('STF001C')
                INTO (TICKET-REC)
                RIDFLD (TICKET-KEY)
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL)
              MOVE 'N' TO WS-ROW-OK
              MOVE 'TICKET IN SUBJECT NOT FOUND' TO WS-ROW-REASON
              GO TO 500-EXIT
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-MAIL-BODY(1:7))
                TO WS-REPLY-VERB
           IF WS-REPLY-VERB = 'APPROVE' OR
              WS-REPLY-VERB(1:6) = 'REJECT'
              PERFORM 520-APPROVAL-REPLY
           ELSE
              PERFORM 510-NOTE-REPLY
           END-IF
           IF WS-ROW-OK = 'Y'
              ADD 1 TO WS-REPLY-COUNT
           END-IF.
       500-EXIT.
           EXIT.

      *    The body lands on the ticket's STF002E log as one or two
      *    'N' rows under the sender's id. A reply to a COMPLETED
      *    ticket still inside the SM056 confirmation window also
      *    reopens it to ONGOING, the way SM026 reopens a CLOSED one,
      *    provided STF015X allows the move.
       510-NOTE-REPLY.
           PERFORM 530-CHECK-ON-TICKET
           IF WS-ON-TICKET = 'N'
              MOVE 'N' TO WS-ROW-OK
              MOVE 'SENDER NOT ON TICKET' TO WS-ROW-REASON
              GO TO 510-EXIT
           END-IF
           MOVE WS-MATCHED-USERID TO WS-LOG-NEW-BY
           MOVE 'N' TO WS-LOG-NEW-TYPE
           MOVE WS-MAIL-BODY(1:50) TO WS-LOG-NEW-REMARKS
           PERFORM 440-WRITE-LOG-ENTRY
           IF WS-MAIL-BODY(51:50) NOT = SPACES
              MOVE WS-MAIL-BODY(51:50) TO WS-LOG-NEW-REMARKS
              PERFORM 440-WRITE-LOG-ENTRY
           END-IF
           IF TICKET-STATUS NOT = 'COMPLETED'
              GO TO 510-EXIT
           END-IF
           PERFORM 540-CHECK-CONFIRM-WINDOW
           IF WS-BUS-AGE > WS-WINDOW-DAYS
              GO TO 510-EXIT
           END-IF
           MOVE 'COMPLETED' TO WS-TRN-FROM
           MOVE 'ONGOING' TO WS-TRN-TO
           PERFORM 630-CHECK-TRANSITION
           IF WS-TRN-ALLOWED = 'N'
              MOVE 'N' TO WS-LOG-NEW-TYPE
              MOVE 'REOPEN BY E-MAIL REFUSED BY TRANSITION RULES'
                   TO WS-LOG-NEW-REMARKS
              PERFORM 440-WRITE-LOG-ENTRY
              GO TO 510-EXIT
           END-IF
           MOVE 'S' TO WS-LOG-NEW-TYPE
           MOVE 'REOPENED BY E-MAIL REPLY' TO WS-NEW-REMARKS
           PERFORM 600-APPLY-STATUS.
       510-EXIT.
           EXIT.

      *    Approval reply: the sender must be an approver - by the
      *    uaf001 flag or by a delegation in force - whom SM069
      *    allows APPROVE, on a ticket that is CREATED or PEND-APPR,
      *    and a second approval must come from someone other than
      *    the first. HIGH/CRITICAL tickets take two approvals, as
      *    SM005's 430-CHECK-MULTI-LEVEL requires.
       520-APPROVAL-REPLY.
           MOVE 'N' TO WS-ROW-OK
           IF TICKET-STATUS NOT = 'CREATED' AND
              TICKET-STATUS NOT = 'PEND-APPR'
              MOVE 'TICKET NOT AWAITING APPROVAL' TO WS-ROW-REASON
              GO TO 520-EXIT
           END-IF
           PERFORM 528-CHECK-ROUTED-APPROVAL
           IF WS-ROUTED = 'Y'
              IF WS-IS-APPROVER = 'N'
                 MOVE 'ROUTED TO REQUESTOR MANAGER' TO WS-ROW-REASON
                 GO TO 520-EXIT
              END-IF
           ELSE
              PERFORM 525-CHECK-APPROVER
              IF WS-IS-APPROVER = 'N'
                 MOVE 'SENDER NOT APPROVER FOR TICKET' TO
                      WS-ROW-REASON
                 GO TO 520-EXIT
              END-IF
              PERFORM 527-CHECK-FUNCTION-PERM
              IF WS-IS-APPROVER = 'N'
                 MOVE 'APPROVE NOT PERMITTED FOR ROLE' TO
                      WS-ROW-REASON
                 GO TO 520-EXIT
              END-IF
           END-IF
           IF TICKET-STATUS = 'PEND-APPR' AND
              TICKET-APPR1-BY = WS-MATCHED-USERID
              MOVE 'SAME USER MADE FIRST APPROVAL' TO
                   WS-ROW-REASON
              GO TO 520-EXIT
           END-IF
           MOVE TICKET-STATUS TO WS-TRN-FROM
           IF WS-REPLY-VERB = 'APPROVE'
              IF (TICKET-PRIORITY = 'HIGH' OR 'CRITICAL') AND
                 TICKET-STATUS = 'CREATED'
                 MOVE 'PEND-APPR' TO WS-TRN-TO
                 MOVE 'FIRST APPROVAL RECORDED BY E-MAIL' TO
                      WS-NEW-REMARKS
              ELSE
                 MOVE 'APPROVED' TO WS-TRN-TO
                 MOVE 'TICKET APPROVED BY E-MAIL' TO WS-NEW-REMARKS
              END-IF
           ELSE
              MOVE 'REJECTED' TO WS-TRN-TO
              MOVE 'TICKET REJECTED BY E-MAIL' TO WS-NEW-REMARKS
           END-IF
           PERFORM 630-CHECK-TRANSITION
           IF WS-TRN-ALLOWED = 'N'
              MOVE 'MOVE NOT ALLOWED BY TRANSITION' TO WS-ROW-REASON
              GO TO 520-EXIT
           END-IF
           MOVE 'Y' TO WS-ROW-OK
           MOVE 'P' TO WS-LOG-NEW-TYPE
           PERFORM 600-APPLY-STATUS.
       520-EXIT.
           EXIT.

      *    Approver by flag, or a delegate: a uaf001 row whose
      *    delegation is made out to the sender, in force today and
      *    scoped to 'ALL     ' or this ticket's requestor - the scan
      *    SM005's 420-CHECK-DELEGATE-APPROVAL makes.
       525-CHECK-APPROVER.
           MOVE 'N' TO WS-IS-APPROVER
           IF WS-UAF-APPROVER = 'Y'
              MOVE 'Y' TO WS-IS-APPROVER
              GO TO 525-EXIT
           END-IF
           MOVE LOW-VALUES TO WS-DLG-USERID
           EXEC CICS STARTBR
                FILE('uaf001')
                RIDFLD (WS-DLG-USERID)
                GTEQ
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL)
              GO TO 525-EXIT
           END-IF
           PERFORM UNTIL WS-RETNCODE2 NOT = DFHRESP(NORMAL)
                   OR WS-IS-APPROVER = 'Y'
              EXEC CICS READNEXT
                   FILE('uaf001')
                   INTO (WS-DLG-REC)
                   RIDFLD (WS-DLG-USERID)
                   RESP(WS-RETNCODE2)
              END-EXEC
              IF WS-RETNCODE2 = DFHRESP(NORMAL) AND
                 WS-DLG-DELEG-TO = WS-MATCHED-USERID AND
                 WS-DLG-DELEG-START NOT = 0 AND
                 WS-DLG-DELEG-END NOT = 0 AND
                 WS-TODAY-YYYYMMDD >= WS-DLG-DELEG-START AND
                 WS-TODAY-YYYYMMDD <= WS-DLG-DELEG-END AND
                 (WS-DLG-DELEG-GROUP = 'ALL     ' OR
                  WS-DLG-DELEG-GROUP = TICKET-REQUESTOR)
                 MOVE 'Y' TO WS-IS-APPROVER
              END-IF
           END-PERFORM
           EXEC CICS ENDBR
                FILE('uaf001')
           END-EXEC.
       525-EXIT.
           EXIT.

      *    SM069 'APPROVE' check with the sender's held role flags -
      *    a matrix that does not know the function leaves the
      *    built-in rule standing, as SM005's 450 does.
       527-CHECK-FUNCTION-PERM.
           MOVE '01' TO PRM-VERSION
           MOVE 'APPROVE' TO PRM-FUNCTION
           MOVE WS-UAF-REQUESTOR TO PRM-REQUESTOR
           MOVE WS-UAF-ADMIN TO PRM-ADMIN
           MOVE WS-UAF-APPROVER TO PRM-APPROVER
           MOVE WS-UAF-SERVICE TO PRM-SERVICE
           MOVE WS-UAF-AUDITOR TO PRM-AUDITOR
           MOVE SPACE TO PRM-ALLOWED
           MOVE SPACE TO PRM-MATRIX-FOUND
           EXEC CICS LINK
                PROGRAM('SM069')
                COMMAREA(PRM-COMMAREA)
                LENGTH(LENGTH OF PRM-COMMAREA)
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL) AND
              PRM-MATRIX-FOUND = 'Y' AND
              PRM-ALLOWED NOT = 'Y'
              MOVE 'N' TO WS-IS-APPROVER
           END-IF.
       527-EXIT.
           EXIT.

      *    WS-ROUTED 'Y' when the ticket's first approval belongs to
      *    the requestor's line manager (STF003C flag, SM157 finds an
      *    active manager); WS-IS-APPROVER then says whether the
      *    sender is that manager or the delegate the manager's
      *    uaf001 row names for today.
       528-CHECK-ROUTED-APPROVAL.
           MOVE 'N' TO WS-ROUTED
           MOVE 'N' TO WS-IS-APPROVER
           IF TICKET-STATUS NOT = 'CREATED'
              GO TO 528-EXIT
           END-IF
           MOVE TICKET-CATEGORY TO CATEGORY-CODE
           EXEC CICS READ
                FILE('STF003C')
                INTO (CATEGORY-REC)
                RIDFLD (CATEGORY-CODE)
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL) OR
              CATEGORY-MGR-APPROVAL NOT = 'Y'
              GO TO 528-EXIT
           END-IF
           MOVE '01' TO MGQ-VERSION
           MOVE TICKET-REQUESTOR TO MGQ-USERID
           MOVE 1 TO MGQ-LEVELS
           EXEC CICS LINK
                PROGRAM('SM157')
                COMMAREA(WS-MGQ-AREA)
                LENGTH(LENGTH OF WS-MGQ-AREA)
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL) OR
              MGQ-FOUND NOT = 'Y'
              GO TO 528-EXIT
           END-IF
           MOVE 'Y' TO WS-ROUTED
           IF MGQ-MANAGER = WS-MATCHED-USERID
              MOVE 'Y' TO WS-IS-APPROVER
              GO TO 528-EXIT
           END-IF
           MOVE MGQ-MANAGER TO WS-DLG-USERID
           EXEC CICS READ
                FILE('uaf001')
                INTO (WS-DLG-REC)
                RIDFLD (WS-DLG-USERID)
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL) AND
              WS-DLG-DELEG-TO = WS-MATCHED-USERID AND
              WS-DLG-DELEG-START NOT = 0 AND
              WS-DLG-DELEG-END NOT = 0 AND
              WS-TODAY-YYYYMMDD >= WS-DLG-DELEG-START AND
              WS-TODAY-YYYYMMDD <= WS-DLG-DELEG-END AND
              (WS-DLG-DELEG-GROUP = 'ALL     ' OR
               WS-DLG-DELEG-GROUP = TICKET-REQUESTOR)
              MOVE 'Y' TO WS-IS-APPROVER
           END-IF.
       528-EXIT.
           EXIT.

      *    Requestor, or a STF005W watcher of the ticket.
       530-CHECK-ON-TICKET.
           MOVE 'N' TO WS-ON-TICKET
           IF TICKET-REQUESTOR = WS-MATCHED-USERID
              MOVE 'Y' TO WS-ON-TICKET
              GO TO 530-EXIT
           END-IF
           MOVE TICKET-KEY TO WATCHER-Ticket-ID
           MOVE 0 TO WATCHER-Seq-Number
           EXEC CICS STARTBR
                FILE('STF005W')
                RIDFLD(WATCHER-KEYS)
                GTEQ
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL)
              GO TO 530-EXIT
           END-IF
           PERFORM UNTIL WS-RETNCODE2 NOT = DFHRESP(NORMAL)
                   OR WATCHER-Ticket-ID NOT = TICKET-KEY
                   OR WS-ON-TICKET = 'Y'
              EXEC CICS READNEXT
                   FILE('STF005W')
                   INTO(WATCHER-REC)
                   RIDFLD(WATCHER-KEYS)
                   RESP(WS-RETNCODE2)
              END-EXEC
              IF WS-RETNCODE2 = DFHRESP(NORMAL) AND
                 WATCHER-Ticket-ID = TICKET-KEY AND
                 WATCHER-Userid = WS-MATCHED-USERID
                 MOVE 'Y' TO WS-ON-TICKET
              END-IF
           END-PERFORM
           EXEC CICS ENDBR
                FILE('STF005W')
           END-EXEC.
       530-EXIT.
           EXIT.

      *    The SM056 confirmation window: STF012P '*AUTOCLOS' row in
      *    force (5 business days without one) against the ticket's
      *    business age since its last update - weekdays that are
      *    not STF004H holidays, counted as SM056's 210 counts them.
       540-CHECK-CONFIRM-WINDOW.
           MOVE '*AUTOCLOS' TO SLA-CATEGORY
           MOVE '*DEFAULT' TO SLA-PRIORITY
           PERFORM 422-READ-SLA-IN-FORCE
           IF WS-RETNCODE2 = DFHRESP(NORMAL) AND SLA-ACTIVE = 'Y'
              MOVE SLA-DAYS TO WS-WINDOW-DAYS
           ELSE
              MOVE 5 TO WS-WINDOW-DAYS
           END-IF
           COMPUTE WS-TODAY-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD)
           MOVE 0 TO WS-BUS-AGE
           MOVE TICKET-LAST-UPDATE(7:4) TO WS-UPD-YYYYMMDD(1:4)
           MOVE TICKET-LAST-UPDATE(1:2) TO WS-UPD-YYYYMMDD(5:2)
           MOVE TICKET-LAST-UPDATE(4:2) TO WS-UPD-YYYYMMDD(7:2)
           IF WS-UPD-YYYYMMDD NOT NUMERIC OR WS-UPD-YYYYMMDD = 0
              GO TO 540-EXIT
           END-IF
           COMPUTE WS-WALK-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-UPD-YYYYMMDD)
           PERFORM UNTIL WS-WALK-INTEGER >= WS-TODAY-INTEGER
                   OR WS-BUS-AGE > 99
              ADD 1 TO WS-WALK-INTEGER
              MOVE FUNCTION DATE-OF-INTEGER(WS-WALK-INTEGER)
                   TO WS-WALK-DATE
              COMPUTE WS-WALK-DOW =
                 FUNCTION MOD(WS-WALK-INTEGER, 7)
              MOVE 'N' TO WS-HOLIDAY-FOUND
              EXEC CICS READ
                   FILE('STF004H')
                   INTO (HOLIDAY-REC)
                   RIDFLD (WS-WALK-DATE)
                   RESP(WS-RETNCODE2)
              END-EXEC
              IF WS-RETNCODE2 = DFHRESP(NORMAL)
                 MOVE 'Y' TO WS-HOLIDAY-FOUND
              END-IF
              IF (WS-WALK-DOW NOT = 0 AND NOT = 6)
                 AND WS-HOLIDAY-FOUND = 'N'
                 ADD 1 TO WS-BUS-AGE
              END-IF
           END-PERFORM.
       540-EXIT.
           EXIT.

      *    Moves the ticket WS-TRN-FROM -> WS-TRN-TO under a READ
      *    UPDATE, the sender as last updater, with the same audit,
      *    log, change-capture, journal, counter and notify steps a
      *    screen change makes. Log type is staged by the caller. A
      *    ticket whose status moved since it was read is left alone
      *    and the row goes to review.
       600-APPLY-STATUS.
           EXEC CICS READ
                FILE('STF001C')
                INTO (TICKET-REC)
                RIDFLD (TICKET-KEY)
                UPDATE
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL)
              MOVE 'N' TO WS-ROW-OK
              MOVE 'TICKET UPDATE FAILED' TO WS-ROW-REASON
              GO TO 600-EXIT
           END-IF
           IF TICKET-STATUS NOT = WS-TRN-FROM
              EXEC CICS UNLOCK
                   FILE('STF001C')
              END-EXEC
              MOVE 'N' TO WS-ROW-OK
              MOVE 'TICKET STATUS CHANGED - RESEND' TO WS-ROW-REASON
              GO TO 600-EXIT
           END-IF
           MOVE TICKET-REC TO WS-FAD-BEFORE
           MOVE WS-TRN-TO TO TICKET-STATUS
           IF WS-TRN-TO = 'PEND-APPR'
              MOVE WS-MATCHED-USERID TO TICKET-APPR1-BY
              MOVE SPACES TO TICKET-APPR1-DATE
              MOVE WS-DATE-X TO TICKET-APPR1-DATE(1:10)
              MOVE WS-TIME-X TO TICKET-APPR1-DATE(12:9)
           END-IF
           MOVE WS-NEW-REMARKS TO TICKET-UPDATE-REMARKS
           MOVE WS-MATCHED-USERID TO TICKET-LAST-UPDATE-BY
           MOVE WS-DATE-X TO TICKET-LAST-UPDATE(1:10)
           MOVE WS-TIME-X TO TICKET-LAST-UPDATE(12:9)
           EXEC CICS REWRITE
                FILE('STF001C')
                FROM (TICKET-REC)
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL)
              MOVE 'N' TO WS-ROW-OK
              MOVE 'TICKET UPDATE FAILED' TO WS-ROW-REASON
              GO TO 600-EXIT
           END-IF
           PERFORM 610-CALL-FIELD-AUDIT
           MOVE WS-MATCHED-USERID TO WS-LOG-NEW-BY
           MOVE WS-NEW-REMARKS TO WS-LOG-NEW-REMARKS
           PERFORM 440-WRITE-LOG-ENTRY
           MOVE 'U' TO WS-CDC-ACTION
           PERFORM 450-WRITE-CDC-REC
           MOVE 'U' TO JRN-ACTION
           PERFORM 455-JOURNAL-TICKET
           MOVE WS-TRN-FROM TO WS-CNTR-OLD-STATUS
           MOVE WS-TRN-TO TO WS-CNTR-NEW-STATUS
           PERFORM 460-BUMP-STATUS-COUNTERS
           MOVE SPACES TO WS-NTF-TEXT
           STRING 'STATUS NOW ' DELIMITED BY SIZE
                  TICKET-STATUS DELIMITED BY SPACE
                  INTO WS-NTF-TEXT
           END-STRING
           PERFORM 620-NOTIFY-TICKET-USERS.
       600-EXIT.
           EXIT.

      *    LINKs the SM086 field-audit service with the before-image
      *    captured at READ UPDATE and the record just rewritten.
       610-CALL-FIELD-AUDIT.
           MOVE '01' TO FAD-VERSION
           MOVE 'SM041' TO FAD-PROGRAM
           MOVE WS-MATCHED-USERID TO FAD-USERID
           MOVE TICKET-LAST-UPDATE TO FAD-STAMP
           MOVE WS-FAD-BEFORE TO FAD-OLD-REC
           MOVE TICKET-REC TO FAD-NEW-REC
           MOVE 0 TO FAD-ROWS-WRITTEN
           EXEC CICS LINK
                PROGRAM('SM086')
                COMMAREA(FAD-COMMAREA)
                LENGTH(LENGTH OF FAD-COMMAREA)
                RESP(WS-RETNCODE2)
           END-EXEC.
       610-EXIT.
           EXIT.

      *    One STF009N row for the requestor and each STF005W watcher
      *    (a watcher who is also the requestor is skipped), plus the
      *    'SM29NTF' off-line feed line - SM005's 830/840 pair. The
      *    text is staged in WS-NTF-TEXT by the caller.
       620-NOTIFY-TICKET-USERS.
           MOVE TICKET-REQUESTOR TO WS-NTF-TARGET
           PERFORM 625-WRITE-ONE-NOTIF
           MOVE TICKET-KEY TO WATCHER-Ticket-ID
           MOVE 0 TO WATCHER-Seq-Number
           EXEC CICS STARTBR
                FILE('STF005W')
                RIDFLD(WATCHER-KEYS)
                GTEQ
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE2 NOT = DFHRESP(NORMAL)
                      OR WATCHER-Ticket-ID NOT = TICKET-KEY
                 EXEC CICS READNEXT
                      FILE('STF005W')
                      INTO(WATCHER-REC)
                      RIDFLD(WATCHER-KEYS)
                      RESP(WS-RETNCODE2)
                 END-EXEC
                 IF WS-RETNCODE2 = DFHRESP(NORMAL) AND
                    WATCHER-Ticket-ID = TICKET-KEY AND
                    WATCHER-Userid NOT = TICKET-REQUESTOR
                    MOVE WATCHER-Userid TO WS-NTF-TARGET
                    PERFORM 625-WRITE-ONE-NOTIF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF005W')
              END-EXEC
           END-IF.
       620-EXIT.
           EXIT.

       625-WRITE-ONE-NOTIF.
           MOVE WS-NTF-TARGET TO NOTIF-Userid
           MOVE 0 TO NOTIF-Seq-Number
           MOVE 0 TO WS-NTF-LAST-SEQ
           EXEC CICS STARTBR
                FILE('STF009N')
                RIDFLD(NOTIF-KEYS)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
                      OR NOTIF-Userid NOT = WS-NTF-TARGET
                 EXEC CICS READNEXT
                      FILE('STF009N')
                      INTO(NOTIF-REC)
                      RIDFLD(NOTIF-KEYS)
                      RESP(WS-RETNCODE)
                 END-EXEC
                 IF WS-RETNCODE = DFHRESP(NORMAL) AND
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
           MOVE SPACES TO NOTIF-Sent-Stamp
           EXEC CICS WRITE
                FILE('STF009N')
                FROM (NOTIF-REC)
                RIDFLD (NOTIF-KEYS)
                RESP(WS-RETNCODE)
           END-EXEC
           MOVE SPACES TO WS-NTF-FEED-LINE
           STRING
                WS-NTF-TARGET           DELIMITED BY SPACE
                ','                     DELIMITED BY SIZE
                TICKET-KEY              DELIMITED BY SIZE
                ','                     DELIMITED BY SIZE
                TICKET-EMAIL            DELIMITED BY SPACE
                ','                     DELIMITED BY SIZE
                TICKET-PHONE            DELIMITED BY SPACE
                ','                     DELIMITED BY SIZE
                WS-NTF-TEXT             DELIMITED BY SIZE
                INTO WS-NTF-FEED-LINE
           END-STRING
           EXEC CICS WRITEQ TD
                QUEUE('SM29NTF')
                FROM   (WS-NTF-FEED-LINE)
                LENGTH (+132)
                RESP(WS-RETNCODE)
           END-EXEC.
       625-EXIT.
           EXIT.

      *    STF015X transition check, WS-TRN-FROM/WS-TRN-TO staged by
      *    the caller, with the sender's uaf001 role flags standing
      *    in for the signed-on user's - SM005's 440 posture: exact
      *    active row (role permitting) allows, other rows for the
      *    from-status refuse, an unknown from-status allows.
       630-CHECK-TRANSITION.
           MOVE 'Y' TO WS-TRN-ALLOWED
           MOVE WS-TRN-FROM TO TRANS-FROM
           MOVE WS-TRN-TO TO TRANS-TO
           EXEC CICS READ
                FILE('STF015X')
                INTO (TRANS-REC)
                RIDFLD (TRANS-KEYS)
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              IF TRANS-ACTIVE NOT = 'Y'
                 MOVE 'N' TO WS-TRN-ALLOWED
              ELSE
                 EVALUATE TRANS-ROLE
                   WHEN 'R'
                        IF WS-UAF-REQUESTOR NOT = 'Y'
                           MOVE 'N' TO WS-TRN-ALLOWED
                        END-IF
                   WHEN 'A'
                        IF WS-UAF-ADMIN NOT = 'Y'
                           MOVE 'N' TO WS-TRN-ALLOWED
                        END-IF
                   WHEN 'P'
                        IF WS-UAF-APPROVER NOT = 'Y' AND
                           WS-IS-APPROVER NOT = 'Y'
                           MOVE 'N' TO WS-TRN-ALLOWED
                        END-IF
                   WHEN 'S'
                        IF WS-UAF-SERVICE NOT = 'Y'
                           MOVE 'N' TO WS-TRN-ALLOWED
                        END-IF
                   WHEN OTHER
                        CONTINUE
                 END-EVALUATE
              END-IF
           ELSE
              MOVE WS-TRN-FROM TO TRANS-FROM
              MOVE LOW-VALUES TO TRANS-TO
              EXEC CICS STARTBR
                   FILE('STF015X')
                   RIDFLD (TRANS-KEYS)
                   GTEQ
                   RESP(WS-RETNCODE2)
              END-EXEC
              IF WS-RETNCODE2 = DFHRESP(NORMAL)
                 EXEC CICS READNEXT
                      FILE('STF015X')
                      INTO (TRANS-REC)
                      RIDFLD (TRANS-KEYS)
                      RESP(WS-RETNCODE2)
                 END-EXEC
                 IF WS-RETNCODE2 = DFHRESP(NORMAL) AND
                    TRANS-FROM = WS-TRN-FROM
                    MOVE 'N' TO WS-TRN-ALLOWED
                 END-IF
                 EXEC CICS ENDBR
                      FILE('STF015X')
                 END-EXEC
              END-IF
           END-IF.
       630-EXIT.
           EXIT.

       900-WRITE-SUMMARY.
           MOVE 'SM41RPT' TO RPT-Report-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO RPT-Run-Date
                  WS-READ-COUNT             DELIMITED BY SIZE
                  ' TICKETS='               DELIMITED BY SIZE
                  WS-MATCH-COUNT            DELIMITED BY SIZE
                  ' REPLIES='               DELIMITED BY SIZE
                  WS-REPLY-COUNT            DELIMITED BY SIZE
                  ' PARKED='                DELIMITED BY SIZE
                  WS-PARK-COUNT             DELIMITED BY SIZE
             INTO WS-RPT-WORK
