           COPY STF004H.
           COPY STF011T.
           COPY STF012P.
           COPY SMSLA01.
           COPY STF013D.
           COPY STF005W.
           COPY STF018A.
           COPY STF073S.
           COPY STF074H.
           COPY STF075U.
           COPY STF021B.
           COPY SMERR01.
           COPY STF028X.
       01  WS-ALERT-TODAY                        PIC 9(08).
       01  WS-ALERT-LAST-SEQ                     PIC 9(05).
       01  WS-ALERT-TEXT                         PIC X(50).
      *    A category flagged CATEGORY-MGR-APPROVAL sends the new
      *    ticket's approval to the requestor's line manager - SM157
      *    finds them on STF113M and 477 drops a STF009N notice in
      *    their list so they know it is waiting.
           COPY SMMGR01 REPLACING ==MGQ-COMMAREA== BY ==WS-MGQ-AREA==.
           COPY STF009N.
       01  WS-MGR-NTF-LAST-SEQ                   PIC 9(05).
           COPY STF043Q.
           COPY STF062S.
           COPY STF119L.
      *    A fresh ticket whose asset or category a KNOWN-ERR problem
      *    strikes gets the SM164 answer as a banner over the message
      *    line - the workaround is on screen before the desk spends
      *    time on it - and PF5 hangs the ticket off that problem.
           COPY SMKER01 REPLACING ==KEQ-COMMAREA== BY ==WS-KEQ-AREA==.
           COPY SMPMX01 REPLACING ==PMQ-COMMAREA== BY ==WS-PMQ-AREA==.
       01  WS-KE-LAST-SEQ                        PIC 9(03).
      *    "Requests like this typically cost about X and take about
      *    Y days" - staged by 457-SHOW-GUIDANCE from the nightly
      *    SM097 summary, shown when no edit message claims the
      *    Raw browse buffer for the duplicate scan - sized ahead of
      *    the STF001C record, slices below address key/status/title,
      *    same approach as SM003's child-list scan.
       01  WS-DUP-SCAN-REC                       PIC X(1000).
       01  WS-HOLIDAY-FOUND                       PIC X VALUE 'N'.
       01  WS-CURRENT-MAP  VALUE 'SM02S'         PIC X(7).
       01  WS-TIME                               PIC 9(15) COMP-3.
           05 WS-INVALID-PFKEY                   PIC X(21) VALUE
              'INAVLID PFKEY PRESSED'.
           05 WS-HELP-TEXT                        PIC X(60) VALUE
              'PF1=HELP PF3=EXIT PF5=LINK KNOWN ERROR ENTER=SUBMIT'.
           05 WS-ENTER-FIELDS                    PIC X(39) VALUE
              'ENTER TITLE/DESCRIPTION AND PRESS ENTER'.
           05 WS-TICKET-CREATED                  PIC X(48) VALUE
              'TICKET CREATED, PRESS ENTER TO SUBMIT ANOTHER'.
           05 WS-INVALID-PRIORITY                PIC X(43) VALUE
              'PRIORITY MUST BE LOW/MEDIUM/HIGH/CRITICAL'.
           05 WS-INVALID-IMPACT                  PIC X(50) VALUE
              'IMPACT P=ONE PERSON T=TEAM D=DEPARTMENT E=EVERYONE'.
           05 WS-INVALID-URGENCY                 PIC X(50) VALUE
              'URGENCY H=WORK STOPPED M=IMPAIRED L=CAN WAIT'.
           05 WS-INVALID-CATEGORY                PIC X(32) VALUE
              'CATEGORY CODE IS NOT RECOGNIZED'.
           05 WS-TEMPLATE-APPLIED                PIC X(45) VALUE
              'ASSET TAG IS NOT ON THE MASTER'.
           05 WS-INVALID-OBO                     PIC X(44) VALUE
              'ON-BEHALF-OF USERID NOT VALID OR ALLOWED'.
           05 WS-KE-CREATED                      PIC X(48) VALUE
              'TICKET CREATED - PF5 LINKS IT TO THE KNOWN ERROR'.
           05 WS-KE-NO-TICKET                    PIC X(40) VALUE
              'SUBMIT THE TICKET BEFORE LINKING IT'.
           05 WS-KE-NONE                         PIC X(40) VALUE
              'NO KNOWN ERROR MATCHES THIS TICKET'.
           05 WS-KE-ALREADY                      PIC X(40) VALUE
              'TICKET IS ALREADY LINKED TO A PROBLEM'.
           05 WS-KE-LINKED                       PIC X(40) VALUE
              'TICKET LINKED TO THE KNOWN ERROR'.

           COPY STF001C.
           COPY STF008D.
           05 WS-HELP-FLAG                       PIC X.
           05 WS-DUP-WARNED                      PIC X.
           05 WS-DUP-CANDIDATE                   PIC X(07).
           05 WS-CALL-ID                         PIC X(07).
           05 WS-CALL-CALLER                     PIC X(08).
           05 WS-CALL-TITLE                      PIC X(25).

           COPY SMMNT01 REPLACING ==MNQ-COMMAREA== BY ==WS-MNT-AREA==.
       77  WS-MNT-RESP                           PIC S9(8) COMP.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05 DF-PROG-STATE                      PIC X(15).
           05 DF-HELP-FLAG                       PIC X.
           05 DF-DUP-WARNED                      PIC X.
           05 DF-DUP-CANDIDATE                   PIC X(07).
           05 DF-CALL-ID                         PIC X(07).
           05 DF-CALL-CALLER                     PIC X(08).
           05 DF-CALL-TITLE                      PIC X(25).

       PROCEDURE DIVISION.
       000-PROCESS.
                REQID(EIBTRMID)
                RESP(WS-RETNCODE)
           END-EXEC
           PERFORM 090-CHECK-MAINTENANCE
           MOVE DFHCOMMAREA TO WS-COMMAREA
           IF WS-HELP-FLAG = 'Y'
              MOVE SPACE TO WS-HELP-FLAG
              PERFORM 100-CREATE-MAP
           ELSE
      *    SM167 opens a fresh submission for a desk call with the
      *    caller and the call reason already keyed in.
           IF WS-PGMID = 'SM000' OR WS-PGMID = 'SM167'
              EVALUATE TRUE
                WHEN WS-CA-STATE = LOW-VALUES
                     MOVE 'N' TO WS-DUP-WARNED
                     MOVE SPACES TO WS-DUP-CANDIDATE
                     IF WS-PGMID = 'SM167'
                        MOVE WS-CALL-CALLER TO OBOO
                        MOVE WS-CALL-TITLE TO TITLEO
                        MOVE DFHBMFSE TO OBOA
                        MOVE DFHBMFSE TO TITLEA
                     ELSE
                        MOVE SPACES TO WS-CALL-ID
                        MOVE SPACES TO WS-CALL-CALLER
                        MOVE SPACES TO WS-CALL-TITLE
                     END-IF
                     MOVE WS-ENTER-FIELDS TO ERRMSGO
                     PERFORM 100-CREATE-MAP
                WHEN WS-CA-STATE = 1
       000-EXIT.
           EXIT.

      *    While the SM150 batch window has the files closed for the
      *    backup nothing here is read: the SM151 answer's message is
      *    sent in place of the screen and the conversation ends -
      *    the user comes back through SM0000 once the window is up.
       090-CHECK-MAINTENANCE.
           MOVE '01' TO MNQ-VERSION
           MOVE 'N' TO MNQ-DOWN
           EXEC CICS LINK
                PROGRAM('SM151')
                COMMAREA(WS-MNT-AREA)
                RESP(WS-MNT-RESP)
           END-EXEC
           IF WS-MNT-RESP = DFHRESP(NORMAL) AND MNQ-DOWN = 'Y'
              EXEC CICS SEND TEXT
                   FROM (MNQ-MESSAGE)
                   LENGTH (+60)
                   ERASE
              END-EXEC
              EXEC CICS RETURN
              END-EXEC
           END-IF.
       090-EXIT.
           EXIT.

       110-FORMAT-DATE-TIME.
           MOVE EIBDATE TO WS-DATE
           MOVE WS-DATE-X TO DATEO
                         MOVE LOW-VALUES TO DESC1I
                         MOVE LOW-VALUES TO DESC2I
                         MOVE LOW-VALUES TO PRIORI
                         MOVE LOW-VALUES TO IMPACI
                         MOVE LOW-VALUES TO URGNCI
                         MOVE LOW-VALUES TO CATGI
                         MOVE LOW-VALUES TO ATTCHI
                         MOVE LOW-VALUES TO PHONEI
                         MOVE DFHBMUNP TO DESC1A
                         MOVE DFHBMUNP TO DESC2A
                         MOVE DFHBMUNP TO PRIORA
                         MOVE DFHBMUNP TO IMPACA
                         MOVE DFHBMUNP TO URGNCA
                         MOVE DFHBMUNP TO CATGA
                         MOVE DFHBMUNP TO ATTCHA
                         MOVE DFHBMUNP TO PHONEA
                                  AND 'CRITICAL'
                         MOVE -1 TO PRIORL
                         MOVE WS-INVALID-PRIORITY TO ERRMSGO
                    WHEN IMPACI NOT = 'P' AND IMPACI NOT = 'T' AND
                         IMPACI NOT = 'D' AND IMPACI NOT = 'E'
                         MOVE -1 TO IMPACL
                         MOVE WS-INVALID-IMPACT TO ERRMSGO
                    WHEN URGNCI NOT = 'H' AND URGNCI NOT = 'M' AND
                         URGNCI NOT = 'L'
                         MOVE -1 TO URGNCL
                         MOVE WS-INVALID-URGENCY TO ERRMSGO
                    WHEN CATGI NOT = SPACES AND LOW-VALUES AND
                         WS-CATEGORY-VALID NOT = 'Y'
                         MOVE -1 TO CATGL
                         MOVE 0 TO TICKET-HOLD-START
                         MOVE 0 TO TICKET-HOLD-DAYS
                         MOVE 0 TO TICKET-DUE-TIME
                         MOVE SPACES TO TICKET-GROUP
                         MOVE WS-CA-USERID7 TO TICKET-LAST-UPDATE-BY
                         MOVE DATEO TO TICKET-LAST-UPDATE(1:10)
                         MOVE TIMEO TO TICKET-LAST-UPDATE(12:9)
                         MOVE SPACES TO TICKET-SATISFACTION
                         MOVE SPACES TO TICKET-APPR1-BY
                         MOVE SPACES TO TICKET-APPR1-DATE
      *                  The priority keyed is kept as the one asked
      *                  for; the ticket's own comes from the SM169
      *                  impact/urgency matrix.
                         IF PRIORI = SPACES OR LOW-VALUES
                            MOVE SPACES TO TICKET-REQ-PRIORITY
                         ELSE
                            MOVE PRIORI TO TICKET-REQ-PRIORITY
                         END-IF
                         MOVE IMPACI TO TICKET-IMPACT
                         MOVE URGNCI TO TICKET-URGENCY
                         PERFORM 426-DERIVE-PRIORITY
                         MOVE 'N' TO TICKET-PRI-OVERRIDE
                         MOVE SPACES TO TICKET-BREACH-REASON
                         MOVE SPACES TO TICKET-BREACH-BY
                         MOVE 0 TO TICKET-BREACH-DATE
                         IF CATGI = SPACES OR LOW-VALUES
                            MOVE 'GENERAL' TO TICKET-CATEGORY
                         ELSE
                            MOVE -1 TO TITLEL
                         END-IF
                         IF WS-PERM-OK = 'Y'
                         PERFORM 437-DEFAULT-SITE
                         PERFORM 420-SET-DUE-DATE
                         PERFORM 430-LOOKUP-DEPARTMENT
                         PERFORM 440-LOOKUP-CONTACT-INFO
                         IF WS-UOW-OK = 'Y'
                            MOVE TICKET-KEY TO IDO
                            MOVE TICKET-KEY TO WS-CA-TICKET-NUM
                            IF WS-PGMID = 'SM167' AND
                               WS-CALL-ID NOT = SPACES
                               PERFORM 485-STAMP-CALL
                            END-IF
                            MOVE DFHBMPRO TO TITLEA
                            MOVE DFHBMPRO TO DESC1A
                            MOVE DFHBMPRO TO DESC2A
                            MOVE DFHBMPRO TO PRIORA
                            MOVE TICKET-PRIORITY TO PRIORO
                            MOVE DFHBMPRO TO IMPACA
                            MOVE TICKET-IMPACT TO IMPACO
                            MOVE DFHBMPRO TO URGNCA
                            MOVE TICKET-URGENCY TO URGNCO
                            MOVE DFHBMPRO TO CATGA
                            MOVE TICKET-CATEGORY TO CATGO
                            MOVE DFHBMPRO TO ATTCHA
                            MOVE SPACES TO DUPLSO
                            MOVE WS-TICKET-CREATED TO ERRMSGO
                            PERFORM 470-CHECK-DEPT-BUDGET
                            PERFORM 477-NOTIFY-LINE-MANAGER
                            PERFORM 478-CHECK-KNOWN-ERROR
                            IF KEQ-FOUND = 'Y'
                               MOVE WS-KE-CREATED TO ERRMSGO
                            END-IF
                            IF TICKET-PRIORITY = 'CRITICAL'
                               MOVE SPACES TO WS-ALERT-TEXT
                               STRING 'CRITICAL SUBMITTED: '
                         END-IF
                         END-IF
                  END-EVALUATE
             WHEN DFHPF5
                  PERFORM 479-LINK-KNOWN-ERROR
             WHEN DFHPF3
                  MOVE LOW-VALUES TO WS-CA-STATE
                  IF WS-PGMID = 'SM167'
                     EXEC CICS XCTL
                          PROGRAM('SM167')
                     END-EXEC
                  END-IF
                  EXEC CICS XCTL
                       PROGRAM('SM000')
                       COMMAREA(WS-COMMAREA)
       422-LOOKUP-SLA-POLICY.
           MOVE TICKET-CATEGORY TO SLA-CATEGORY
           MOVE TICKET-PRIORITY TO SLA-PRIORITY
           PERFORM 423-READ-SLA-IN-FORCE
           IF WS-RETNCODE NOT = DFHRESP(NORMAL) OR
              SLA-ACTIVE NOT = 'Y'
              MOVE '*DEFAULT' TO SLA-CATEGORY
              MOVE TICKET-PRIORITY TO SLA-PRIORITY
              PERFORM 423-READ-SLA-IN-FORCE
           END-IF
           IF WS-RETNCODE = DFHRESP(NORMAL) AND SLA-ACTIVE = 'Y'
              MOVE SLA-DAYS TO WS-DUE-DAYS
       422-EXIT.
           EXIT.

      *    The STF012P row in force today for the key already moved
      *    into SLA-KEYS, by the SM136 effective-date service - a
      *    key with no row in force reads as an inactive row so the
      *    caller's '*DEFAULT' and ladder fallbacks still apply.
       423-READ-SLA-IN-FORCE.
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
       423-EXIT.
           EXIT.

      *    MOD 7 of FUNCTION INTEGER-OF-DATE is 1 for Monday through
      *    5 for Friday, 6 for Saturday, 0 for Sunday (day 1 of the
      *    COBOL integer-date epoch, 1601-01-01, was itself a Monday).
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-HOLIDAY-FOUND
           END-IF
      *    A site observes the company calendar plus its own STF074H
      *    days - an unsited ticket sees only the company calendar.
           IF WS-HOLIDAY-FOUND = 'N' AND TICKET-SITE NOT = SPACES
              MOVE TICKET-SITE TO SHOL-Site
              MOVE TICKET-DUE-DATE TO SHOL-Date
              EXEC CICS READ
                   FILE('STF074H')
                   INTO (SHOL-REC)
                   RIDFLD (SHOL-KEYS)
                   RESP(WS-RETNCODE)
              END-EXEC
              IF WS-RETNCODE = DFHRESP(NORMAL)
                 MOVE 'Y' TO WS-HOLIDAY-FOUND
              END-IF
           END-IF.
       425-EXIT.
           EXIT.
       435-EXIT.
           EXIT.

      *    TICKET-SITE defaults from the STF018A asset the ticket names
      *    and, failing that, from the requestor's STF075U base site.
      *    It must still be an active STF073S row, the same rule
      *    435-CHECK-DEPARTMENT-MASTER applies - a retired site is
      *    left off rather than stamped onto new work. Runs ahead of
      *    420-SET-DUE-DATE so the due-date walk sees the site's own
      *    holidays.
       437-DEFAULT-SITE.
           MOVE SPACES TO TICKET-SITE
           IF TICKET-ASSET-TAG NOT = SPACES
              EXEC CICS READ
                   FILE('STF018A')
                   INTO (ASSET-REC)
                   RIDFLD (TICKET-ASSET-TAG)
                   RESP(WS-RETNCODE)
              END-EXEC
              IF WS-RETNCODE = DFHRESP(NORMAL)
                 MOVE ASSET-Site TO TICKET-SITE
              END-IF
           END-IF
           IF TICKET-SITE = SPACES OR LOW-VALUES
              EXEC CICS READ
                   FILE('STF075U')
                   INTO (USIT-REC)
                   RIDFLD (WS-REQ-USERID)
                   RESP(WS-RETNCODE)
              END-EXEC
              IF WS-RETNCODE = DFHRESP(NORMAL)
                 MOVE USIT-Site TO TICKET-SITE
              ELSE
                 MOVE SPACES TO TICKET-SITE
              END-IF
           END-IF
           IF TICKET-SITE NOT = SPACES
              EXEC CICS READ
                   FILE('STF073S')
                   INTO (SITE-REC)
                   RIDFLD (TICKET-SITE)
                   RESP(WS-RETNCODE)
              END-EXEC
              IF WS-RETNCODE NOT = DFHRESP(NORMAL) OR
                 SITE-ACTIVE NOT = 'Y'
                 MOVE SPACES TO TICKET-SITE
              END-IF
           END-IF.
       437-EXIT.
           EXIT.

      *    Pre-commit duplicate check: most duplicates are the same
      *    outage reported by five people in ten minutes, so before
      *    anything is written the open tickets (anything not CLOSED/
       470-EXIT.
           EXIT.

      *    Routed approval notice: one STF009N row for the
      *    requestor's active line manager when the ticket's category
      *    is flagged for it, next sequence by the highest-seq
      *    browse the other notifiers use. No manager on file, no
      *    notice - the ticket is then approved the ordinary way.
       477-NOTIFY-LINE-MANAGER.
           IF WS-UOW-OK NOT = 'Y'
              GO TO 477-EXIT
           END-IF
           MOVE TICKET-CATEGORY TO CATEGORY-CODE
           EXEC CICS READ
                FILE('STF003C')
                INTO (CATEGORY-REC)
                RIDFLD (CATEGORY-CODE)
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL) OR
              CATEGORY-MGR-APPROVAL NOT = 'Y'
              GO TO 477-EXIT
           END-IF
           MOVE '01' TO MGQ-VERSION
           MOVE TICKET-REQUESTOR TO MGQ-USERID
           MOVE 1 TO MGQ-LEVELS
           EXEC CICS LINK
                PROGRAM('SM157')
                COMMAREA(WS-MGQ-AREA)
                LENGTH(LENGTH OF WS-MGQ-AREA)
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL) OR
              MGQ-FOUND NOT = 'Y'
              GO TO 477-EXIT
           END-IF
           MOVE MGQ-MANAGER TO NOTIF-Userid
           MOVE 0 TO NOTIF-Seq-Number
           MOVE 0 TO WS-MGR-NTF-LAST-SEQ
           EXEC CICS STARTBR
                FILE('STF009N')
                RIDFLD(NOTIF-KEYS)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
                      OR NOTIF-Userid NOT = MGQ-MANAGER
                 EXEC CICS READNEXT
                      FILE('STF009N')
                      INTO(NOTIF-REC)
                      RIDFLD(NOTIF-KEYS)
                      RESP(WS-RETNCODE)
                 END-EXEC
                 IF WS-RETNCODE = DFHRESP(NORMAL) AND
                    NOTIF-Userid = MGQ-MANAGER
                    MOVE NOTIF-Seq-Number TO WS-MGR-NTF-LAST-SEQ
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF009N')
              END-EXEC
           END-IF
           MOVE SPACES TO NOTIF-REC
           MOVE MGQ-MANAGER TO NOTIF-Userid
           MOVE WS-MGR-NTF-LAST-SEQ TO NOTIF-Seq-Number
           ADD 1 TO NOTIF-Seq-Number
           MOVE TICKET-KEY TO NOTIF-Ticket-ID
           MOVE TICKET-LAST-UPDATE TO NOTIF-Stamp
           MOVE SPACES TO NOTIF-Text
           STRING 'YOUR APPROVAL NEEDED: ' DELIMITED BY SIZE
                  TICKET-TITLE DELIMITED BY SIZE
                  INTO NOTIF-Text
           END-STRING
           MOVE 'N' TO NOTIF-Read-Flag
           MOVE 'N' TO NOTIF-Sent-Flag
           EXEC CICS WRITE
                FILE('STF009N')
                FROM (NOTIF-REC)
                RIDFLD (NOTIF-KEYS)
                RESP(WS-RETNCODE)
           END-EXEC.
       477-EXIT.
           EXIT.

      *    Asks SM164 whether a KNOWN-ERR problem strikes the ticket
      *    in TICKET-REC and, when one does, fills the banner with
      *    the problem id and the first workaround line.
       478-CHECK-KNOWN-ERROR.
           MOVE SPACES TO KERRO
           MOVE '01' TO KEQ-VERSION
           MOVE TICKET-ASSET-TAG TO KEQ-ASSET-TAG
           MOVE TICKET-CATEGORY TO KEQ-CATEGORY
           MOVE 'N' TO KEQ-FOUND
           EXEC CICS LINK
                PROGRAM('SM164')
                COMMAREA(WS-KEQ-AREA)
                LENGTH(LENGTH OF WS-KEQ-AREA)
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              MOVE 'N' TO KEQ-FOUND
           END-IF
           IF KEQ-FOUND = 'Y'
              STRING 'KNOWN ERROR ' DELIMITED BY SIZE
                     KEQ-PROB-ID DELIMITED BY SIZE
                     ': ' DELIMITED BY SIZE
                     KEQ-FIX1 DELIMITED BY SIZE
                     INTO KERRO
              END-STRING
           END-IF.
       478-EXIT.
           EXIT.

      *    PF5 off the ticket just submitted: the match is asked
      *    again, and the ticket's TICKET-PROBLEM-ID is set to the
      *    KNOWN-ERR problem with a log row and a journal image, the
      *    way SM061's PF6 link records it.
       479-LINK-KNOWN-ERROR.
           IF WS-CA-TICKET-NUM = SPACES OR LOW-VALUES
              MOVE WS-KE-NO-TICKET TO ERRMSGO
              GO TO 479-EXIT
           END-IF
           MOVE WS-CA-TICKET-NUM TO IDO
           MOVE -1 TO IDL
           MOVE WS-CA-TICKET-NUM TO TICKET-KEY
           EXEC CICS READ
                FILE('STF001C')
                INTO (TICKET-REC)
                RIDFLD (TICKET-KEY)
                UPDATE
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              MOVE WS-KE-NO-TICKET TO ERRMSGO
              GO TO 479-EXIT
           END-IF
           PERFORM 478-CHECK-KNOWN-ERROR
           IF TICKET-PROBLEM-ID NOT = SPACES AND LOW-VALUES
              EXEC CICS UNLOCK
                   FILE('STF001C')
              END-EXEC
              MOVE WS-KE-ALREADY TO ERRMSGO
              GO TO 479-EXIT
           END-IF
           IF KEQ-FOUND NOT = 'Y'
              EXEC CICS UNLOCK
                   FILE('STF001C')
              END-EXEC
              MOVE WS-KE-NONE TO ERRMSGO
              GO TO 479-EXIT
           END-IF
           PERFORM 110-FORMAT-DATE-TIME
           MOVE KEQ-PROB-ID TO TICKET-PROBLEM-ID
           MOVE WS-CA-USERID7 TO TICKET-LAST-UPDATE-BY
           MOVE DATEO TO TICKET-LAST-UPDATE(1:10)
           MOVE TIMEO TO TICKET-LAST-UPDATE(12:9)
           EXEC CICS REWRITE
                FILE('STF001C')
                FROM (TICKET-REC)
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              MOVE WS-KE-NONE TO ERRMSGO
              GO TO 479-EXIT
           END-IF
           PERFORM 481-APPEND-LINK-LOG
           MOVE 'U' TO JRN-ACTION
           MOVE TICKET-KEY TO JRN-TICKET-ID
           MOVE WS-CA-USERID TO JRN-BY
           MOVE 'SM002' TO JRN-PROGRAM
           MOVE TICKET-REC TO JRN-IMAGE
           EXEC CICS LINK
                PROGRAM('SM110')
                COMMAREA(WS-JRN-AREA)
                RESP(WS-RETNCODE2)
           END-EXEC
           MOVE WS-KE-LINKED TO ERRMSGO.
       479-EXIT.
           EXIT.

      *    Next STF002E sequence for the ticket by the highest-seq
      *    browse, one 'A' row naming the problem linked.
       481-APPEND-LINK-LOG.
           MOVE TICKET-KEY TO WS-LOG-Ticket-ID
           MOVE 0 TO WS-LOG-Seq-Number
           MOVE 0 TO WS-KE-LAST-SEQ
           EXEC CICS STARTBR
                FILE('STF002E')
                RIDFLD(WS-LOG-KEYS)
                GTEQ
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE2 NOT = DFHRESP(NORMAL)
                      OR WS-LOG-Ticket-ID NOT = TICKET-KEY
                 EXEC CICS READNEXT
                      FILE('STF002E')
                      INTO(WS-LOG-REC)
                      RIDFLD(WS-LOG-KEYS)
                      RESP(WS-RETNCODE2)
                 END-EXEC
                 IF WS-RETNCODE2 = DFHRESP(NORMAL) AND
                    WS-LOG-Ticket-ID = TICKET-KEY
                    MOVE WS-LOG-Seq-Number TO WS-KE-LAST-SEQ
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF002E')
              END-EXEC
           END-IF
           MOVE TICKET-KEY TO WS-LOG-Ticket-ID
           MOVE WS-KE-LAST-SEQ TO WS-LOG-Seq-Number
           ADD 1 TO WS-LOG-Seq-Number
           MOVE WS-CA-USERID7 TO WS-LOG-Last-Update-by
           MOVE TICKET-LAST-UPDATE TO WS-LOG-Last-Update
           MOVE 'A' TO WS-LOG-Entry-Type
           MOVE SPACES TO WS-LOG-Update-Remarks
           STRING 'LINKED TO KNOWN ERROR PROBLEM ' DELIMITED BY SIZE
                  KEQ-PROB-ID DELIMITED BY SIZE
                  INTO WS-LOG-Update-Remarks
           END-STRING
           EXEC CICS WRITE
                FILE('STF002E')
                FROM (WS-LOG-REC)
                RIDFLD (WS-LOG-KEYS)
                RESP(WS-RETNCODE2)
           END-EXEC.
       481-EXIT.
           EXIT.

      *    Continuation lines beyond the 100 bytes STF001C carries -
      *    one STF028X row per extra screen line, written only when
      *    the requestor used them.
       480-EXIT.
           EXIT.

      *    A ticket raised off a desk call is written back onto the
      *    STF119L call row, so the call log knows which ticket the
      *    call became. The id is cleared once stamped.
       485-STAMP-CALL.
           MOVE WS-CALL-ID TO CALL-ID
           EXEC CICS READ
                FILE('STF119L')
                INTO (CALL-REC)
                RIDFLD (CALL-ID)
                UPDATE
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              MOVE TICKET-KEY TO CALL-Ticket-ID
              EXEC CICS REWRITE
                   FILE('STF119L')
                   FROM (CALL-REC)
                   RESP(WS-RETNCODE2)
              END-EXEC
           END-IF
           MOVE SPACES TO WS-CALL-ID.
       485-EXIT.
           EXIT.

      *    The SM169 answer for the keyed impact and urgency; should
      *    the LINK fail the ticket is raised MEDIUM rather than lost.
       426-DERIVE-PRIORITY.
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
       426-EXIT.
           EXIT.

       500-WRITE-TICKET.
           EXEC CICS WRITE
                FILE('STF001C')
