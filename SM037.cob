      *  their uaf001 delegate when one is named), the delegation      *
      *  window is opened so SM005 routes their pending approvals to   *
      *  the delegate, their STF022L distribution-list rows are        *
      *  retired, their STF090S licence seats are RELEASED back to    *
      *  the pool, and one STF030A alert summarizes what was re-queued *
      *  so the desk sees it on SM038 instead of the work going dark.  *
      *  A leaver with an approved STF099U rename waiting is a re-key, *
      *  not a departure: the account is still deactivated, but the    *
      *  sweep is left to SM142, which carries their tickets and rows  *
      *  over to the new userid intact.                                *
      *                                                                *
      *  Joiners and movers trigger their follow-on work. A new userid *
      *  starts the STF039W onboarding chain its department's STF112J  *
      *  row names (else the '*DEFAULT' row), step 01 raised for the   *
      *  new hire with the roster start date - appended to the feed    *
      *  row - as the chain's finish-by date, so SM064 makes every     *
      *  step due by the first day. A department change raises a       *
      *  SECURITY access-review ticket for the old department's        *
      *  STF049O coordinator. Each chain and ticket a person triggered *
      *  is listed on SM37RPT, with a trigger-count trailer.           *
      *                                                                *
      *  The roster row also carries the person's line manager (or     *
      *  '*TOP' for the head of the organisation), kept on the STF113M *
      *  reporting line that approval routing and escalation climb;    *
      *  the trailer counts lines changed.                             *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY STF008D.
           COPY STF010R.
       77  WS-PMQ-RESP                           PIC S9(8) COMP.
       77  WS-RPT-RESP                           PIC S9(8) COMP.

       01  WS-ROSTER-REC.
           05 WS-ROSTER-DEPT                     PIC X(08).
           05 WS-ROSTER-PHONE                    PIC X(15).
           05 WS-ROSTER-EMAIL                    PIC X(40).
      *    Appended for the joiner trigger: the new hire's first day,
      *    YYYYMMDD. A row staged before the extract carried it holds
      *    spaces here and is treated as no start date.
           05 WS-ROSTER-START-DATE               PIC X(08).
           05 WS-ROSTER-START-NUM REDEFINES WS-ROSTER-START-DATE
                                                 PIC 9(08).
      *    Appended for the reporting line: the person's line
      *    manager's userid, or '*TOP' for the head of the
      *    organisation. Spaces leave the STF113M row as it stands.
           05 WS-ROSTER-MANAGER                  PIC X(08).

      *    Full uaf001 layout including the appended fail-count/
      *    locked bytes - this program REWRITEs, so it must carry

      *    Leaver-sweep work fields - see 500-LEAVER-SWEEP.
           COPY STF001C REPLACING ==TICKET-REC== BY ==WS-TICKET-REC==.
           COPY SMPMX01 REPLACING ==PMQ-COMMAREA== BY ==WS-PMQ-AREA==.
           COPY SMJRN01 REPLACING ==JRN-COMMAREA== BY ==WS-JRN-AREA==.
           COPY STF022L.
           COPY STF030A.
           COPY STF090S.
           COPY STF099U.
       01  WS-SWP-QNAME                          PIC X(08) VALUE
           'SM37SWP '.
       01  WS-LEAVER-USERID                      PIC X(08).
       01  WS-LEAVER-DELEG                       PIC X(08).
       01  WS-SWP-TKT-COUNT                      PIC 9(04).
       01  WS-SWP-DIST-COUNT                     PIC 9(04).
       01  WS-SWP-SEAT-COUNT                     PIC 9(04).
       01  WS-SWP-SEAT-KEY                       PIC X(24).
       01  WS-SWP-TODAY                          PIC 9(08).
       01  WS-SWP-WORK-KEY                       PIC X(07).
       01  WS-SWP-DIST-KEY.
           05 WS-SD-REPORT                       PIC X(08).
       01  WS-ROW-OK                             PIC X.
       01  WS-ROW-REASON                         PIC X(30).

      *    Joiner/mover trigger work fields - see 600-START-JOINER-
      *    CHAIN and 650-RAISE-ACCESS-REVIEW. The ticket generation
      *    is the sequence SM063's kick-off uses.
           COPY STF011T.
           COPY STF012P.
           COPY SMSLA01.
           COPY STF004H.
           COPY STF073S.
           COPY STF074H.
           COPY STF075U.
           COPY STF032C.
           COPY STF039W.
           COPY STF040N.
           COPY STF049O.
           COPY STF112J.
           COPY STF113M.
       01  WS-MGRL-COUNT                         PIC 9(05) VALUE 0.
       01  WS-UAF-LKP-REC.
           05 WS-UAF-LKP-USERID                  PIC X(08).
           05 WS-UAF-LKP-TYPE                    PIC X(05).
           05 WS-UAF-LKP-DEPARTMENT              PIC X(08).
           05 FILLER                             PIC X(40).
           05 WS-UAF-LKP-INACTIVE                PIC X(01).
           05 WS-UAF-LKP-PHONE                   PIC X(15).
           05 WS-UAF-LKP-EMAIL                   PIC X(40).
       01  WS-OLD-DEPT                           PIC X(08).
       01  WS-MOVER                              PIC X VALUE 'N'.
       01  WS-GEN-DUE-BY                         PIC 9(08).
       01  WS-GEN-REMARKS                        PIC X(50).
       01  WS-GEN-OK                             PIC X.
       01  WS-COORD-USERID                       PIC X(08).
       01  WS-TODAY-YYYYMMDD                     PIC 9(08).
       01  WS-DUE-DAYS                           PIC S9(4) COMP.
       01  WS-DUE-INTEGER-DATE                   PIC S9(9) COMP.
       01  WS-DUE-DAY-OF-WEEK                    PIC 9(1).
       01  WS-HOLIDAY-FOUND                      PIC X VALUE 'N'.
       01  WS-HIGH-KEY                           PIC X(07) VALUE
           HIGH-VALUES.
       01  WS-SCRATCH-TICKET                     PIC X(1000).
       01  WS-CHAIN-COUNT                        PIC 9(05) VALUE 0.
       01  WS-REVIEW-COUNT                       PIC 9(05) VALUE 0.

       LINKAGE SECTION.
       01  DFHCOMMAREA                           PIC X(01).
      *----------------------------------------------------------------*
                MMDDYYYY (WS-DATE-X)
                TIME     (WS-TIME-X)
           END-EXEC
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YYYYMMDD
           PERFORM 150-INIT-RPT-RUN
           PERFORM 200-APPLY-ROSTER-ROWS
           IF WS-ROSTER-COUNT > 0
              MOVE WS-DATE-X TO STAGE-STAMP(1:10)
              MOVE WS-TIME-X TO STAGE-STAMP(12:8)
              MOVE SPACES TO STAGE-DATA
              MOVE WS-ROSTER-REC TO STAGE-DATA(1:87)
              EXEC CICS WRITE
                   FILE('STF064E')
                   FROM (STAGE-REC)
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL)
              GO TO 210-EXIT
           END-IF
           MOVE STAGE-DATA(1:87) TO WS-ROSTER-REC
           MOVE 'Y' TO WS-ROW-OK
           MOVE SPACES TO WS-ROW-REASON
           IF WS-ROSTER-USERID = SPACES OR LOW-VALUES
                      TO WS-ROSTER-ENTRY(WS-RST-IDX)
              END-IF
              PERFORM 300-APPLY-ONE-PERSON
              IF WS-ROW-OK = 'Y'
                 PERFORM 660-APPLY-REPORTING-LINE
              END-IF
           END-IF
           IF WS-ROW-OK = 'Y'
              MOVE 'LOADED' TO STAGE-STATUS
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              MOVE 'N' TO WS-CHANGED
              MOVE 'N' TO WS-MOVER
              IF WS-UAF-DEPARTMENT NOT = WS-ROSTER-DEPT
                 MOVE WS-UAF-DEPARTMENT TO WS-OLD-DEPT
                 IF WS-OLD-DEPT NOT = SPACES AND LOW-VALUES
                    MOVE 'Y' TO WS-MOVER
                 END-IF
                 MOVE WS-ROSTER-DEPT TO WS-UAF-DEPARTMENT
                 MOVE 'Y' TO WS-CHANGED
              END-IF
                         TO WS-UAF-LOG-REMARKS
                    PERFORM 800-WRITE-LOG-REC
                    PERFORM 820-WRITE-CDC-REC
                    IF WS-MOVER = 'Y'
                       PERFORM 650-RAISE-ACCESS-REVIEW
                    END-IF
                 END-IF
              ELSE
                 EXEC CICS UNLOCK
                      TO WS-UAF-LOG-REMARKS
                 PERFORM 800-WRITE-LOG-REC
                 PERFORM 820-WRITE-CDC-REC
                 PERFORM 600-START-JOINER-CHAIN
              ELSE
                 MOVE 'N' TO WS-ROW-OK
                 MOVE 'ADD TO uaf001 FAILED' TO WS-ROW-REASON
       300-EXIT.
           EXIT.

      *    Brings the person's STF113M reporting line in line with
      *    the fed manager. A person named as their own manager is
      *    reported and their existing line left alone; the rest of
      *    the row still loads. Circular lines across several people
      *    are SM159's org-chart report to find.
       660-APPLY-REPORTING-LINE.
           IF WS-ROSTER-MANAGER = SPACES OR LOW-VALUES
              GO TO 660-EXIT
           END-IF
           IF WS-ROSTER-MANAGER = WS-ROSTER-USERID
              ADD 1 TO WS-EXC-COUNT
              MOVE SPACES TO WS-RPT-WORK
              STRING 'MANAGER NOT SET: ' DELIMITED BY SIZE
                     WS-ROSTER-USERID DELIMITED BY SIZE
                     ' NAMED AS OWN MANAGER' DELIMITED BY SIZE
                     INTO WS-RPT-WORK
              END-STRING
              PERFORM 910-WRITE-EXCEPTION
              GO TO 660-EXIT
           END-IF
           MOVE WS-ROSTER-USERID TO MGRL-Userid
           EXEC CICS READ
                FILE('STF113M')
                INTO (MGRL-REC)
                RIDFLD (MGRL-Userid)
                UPDATE
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              IF MGRL-Manager = WS-ROSTER-MANAGER AND
                 MGRL-ACTIVE = 'Y'
                 EXEC CICS UNLOCK
                      FILE('STF113M')
                      RESP(WS-RETNCODE2)
                 END-EXEC
              ELSE
                 MOVE WS-ROSTER-MANAGER TO MGRL-Manager
                 MOVE WS-TODAY-YYYYMMDD TO MGRL-Updated
                 MOVE 'SM037' TO MGRL-Updated-By
                 MOVE 'Y' TO MGRL-ACTIVE
                 EXEC CICS REWRITE
                      FILE('STF113M')
                      FROM (MGRL-REC)
                      RESP(WS-RETNCODE2)
                 END-EXEC
                 IF WS-RETNCODE2 = DFHRESP(NORMAL)
                    ADD 1 TO WS-MGRL-COUNT
                 END-IF
              END-IF
           ELSE
              MOVE WS-ROSTER-USERID TO MGRL-Userid
              MOVE WS-ROSTER-MANAGER TO MGRL-Manager
              MOVE WS-TODAY-YYYYMMDD TO MGRL-Updated
              MOVE 'SM037' TO MGRL-Updated-By
              MOVE 'Y' TO MGRL-ACTIVE
              EXEC CICS WRITE
                   FILE('STF113M')
                   FROM (MGRL-REC)
                   RIDFLD (MGRL-Userid)
                   RESP(WS-RETNCODE2)
              END-EXEC
              IF WS-RETNCODE2 = DFHRESP(NORMAL)
                 ADD 1 TO WS-MGRL-COUNT
              END-IF
           END-IF.
       660-EXIT.
           EXIT.

      *    Anyone active on uaf001 but missing from tonight's roster
      *    is a leaver: flip the soft-delete flag. CICS disallows
      *    REWRITE under an open browse, so the misses are queued to
      *    The leaver sweep: their open work must not go dark.
      *    Assigned open tickets go back to the unassigned pool (or
      *    to the named delegate), their STF022L subscriptions are
      *    retired, their licence seats are released, and one
      *    SM038-visible STF030A alert totals what moved.
       500-LEAVER-SWEEP.
           MOVE WS-LEAVER-USERID TO RNAM-Old-Userid
           EXEC CICS READ
                FILE('STF099U')
                INTO (RNAM-REC)
                RIDFLD (RNAM-Old-Userid)
                RESP(WS-RETNCODE3)
           END-EXEC
           IF WS-RETNCODE3 = DFHRESP(NORMAL) AND
              RNAM-Active NOT = 'N' AND
              RNAM-Status NOT = 'APPLIED' AND
              RNAM-Status NOT = 'REFUSED'
              MOVE SPACES TO WS-RPT-WORK
              STRING 'LEAVER ' DELIMITED BY SIZE
                     WS-LEAVER-USERID DELIMITED BY SPACE
                     ' NOT SWEPT - RENAME TO ' DELIMITED BY SIZE
                     RNAM-New-Userid DELIMITED BY SPACE
                     ' PENDING ON SM142' DELIMITED BY SIZE
                     INTO WS-RPT-WORK
              END-STRING
              PERFORM 910-WRITE-EXCEPTION
              GO TO 500-EXIT
           END-IF
           MOVE 0 TO WS-SWP-TKT-COUNT
           MOVE 0 TO WS-SWP-DIST-COUNT
           MOVE 0 TO WS-SWP-SEAT-COUNT
           PERFORM 510-REQUEUE-ASSIGNED
           PERFORM 530-RETIRE-DIST-ROWS
           PERFORM 535-RELEASE-SEATS
           PERFORM 540-RAISE-SWEEP-ALERT.
       500-EXIT.
           EXIT.
              IF WS-RETNCODE2 = DFHRESP(NORMAL)
                 ADD 1 TO WS-SWP-TKT-COUNT
                 PERFORM 550-WRITE-TICKET-LOG
                 MOVE 'U' TO JRN-ACTION
                 PERFORM 560-JOURNAL-TICKET
              END-IF
           END-IF.
       530-EXIT.
           EXIT.

      *    The leaver's ACTIVE STF090S seats go back to the pool for
      *    SM129's give-back count. The file is keyed product first,
      *    so the whole file is browsed and the leaver's keys queued
      *    under the same TS queue before the READ UPDATE/REWRITE
      *    pass, as 530 does.
       535-RELEASE-SEATS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-SWP-TODAY
           EXEC CICS DELETEQ TS
                QUEUE(WS-SWP-QNAME)
                RESP(WS-RETNCODE3)
           END-EXEC
           MOVE LOW-VALUES TO SEAT-KEYS
           EXEC CICS STARTBR
                FILE('STF090S')
                RIDFLD (SEAT-KEYS)
                GTEQ
                RESP   (WS-RETNCODE3)
           END-EXEC
           IF WS-RETNCODE3 = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE3 NOT = DFHRESP(NORMAL)
                 EXEC CICS READNEXT
                      FILE('STF090S')
                      INTO (SEAT-REC)
                      RIDFLD (SEAT-KEYS)
                      RESP   (WS-RETNCODE3)
                 END-EXEC
                 IF WS-RETNCODE3 = DFHRESP(NORMAL) AND
                    SEAT-Userid = WS-LEAVER-USERID AND
                    SEAT-Status = 'ACTIVE'
                    EXEC CICS WRITEQ TS
                         QUEUE(WS-SWP-QNAME)
                         FROM (SEAT-KEYS)
                    END-EXEC
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF090S')
              END-EXEC
           END-IF
           EXEC CICS READQ TS
                QUEUE(WS-SWP-QNAME)
                INTO (WS-SWP-SEAT-KEY)
                NEXT
                RESP (WS-RETNCODE3)
           END-EXEC
           PERFORM UNTIL WS-RETNCODE3 NOT = DFHRESP(NORMAL)
              EXEC CICS READ
                   FILE('STF090S')
                   INTO   (SEAT-REC)
                   RIDFLD (WS-SWP-SEAT-KEY)
                   UPDATE
                   RESP   (WS-RETNCODE2)
              END-EXEC
              IF WS-RETNCODE2 = DFHRESP(NORMAL)
                 MOVE 'RELEASED' TO SEAT-Status
                 MOVE WS-SWP-TODAY TO SEAT-Released-Date
                 MOVE 'LEAVER' TO SEAT-Released-Reason
                 EXEC CICS REWRITE
                      FILE('STF090S')
                      FROM (SEAT-REC)
                      RESP (WS-RETNCODE2)
                 END-EXEC
                 IF WS-RETNCODE2 = DFHRESP(NORMAL)
                    ADD 1 TO WS-SWP-SEAT-COUNT
                 END-IF
              END-IF
              EXEC CICS READQ TS
                   QUEUE(WS-SWP-QNAME)
                   INTO (WS-SWP-SEAT-KEY)
                   NEXT
                   RESP (WS-RETNCODE3)
              END-EXEC
           END-PERFORM
           EXEC CICS DELETEQ TS
                QUEUE(WS-SWP-QNAME)
                RESP(WS-RETNCODE3)
           END-EXEC.
       535-EXIT.
           EXIT.

      *    One STF030A row (highest-seq idiom) summarizing the
      *    sweep - the SM038 desk screen is where it surfaces.
       540-RAISE-SWEEP-ALERT.
                  WS-LEAVER-USERID DELIMITED BY SPACE
                  ': ' DELIMITED BY SIZE
                  WS-SWP-TKT-COUNT DELIMITED BY SIZE
                  ' TKTS, ' DELIMITED BY SIZE
                  WS-SWP-DIST-COUNT DELIMITED BY SIZE
                  ' DIST, ' DELIMITED BY SIZE
                  WS-SWP-SEAT-COUNT DELIMITED BY SIZE
                  ' SEATS' DELIMITED BY SIZE
                  INTO ALERT-Text
           END-STRING
           MOVE 'N' TO ALERT-Ack-Flag
       540-EXIT.
           EXIT.

      *    One STF002E row against the ticket in WS-SWP-WORK-KEY
      *    (requeued, or just generated by a joiner/mover trigger),
      *    next sequence by the full highest-seq walk of its slice.
       550-WRITE-TICKET-LOG.
           MOVE WS-SWP-WORK-KEY TO WS-LOG-TICKET-ID
           MOVE 0 TO WS-LOG-SEQ-NUM
           EXIT.

      *    One STF069J whole-image journal row through the SM110
      *    service - the capture SM104's roll-forward replays. The
      *    caller stages JRN-ACTION.
       560-JOURNAL-TICKET.
           MOVE WS-SWP-WORK-KEY TO JRN-TICKET-ID
           MOVE 'SM037' TO JRN-BY
           MOVE 'SM037' TO JRN-PROGRAM
       560-EXIT.
           EXIT.

      *    A new hire's onboarding chain: the STF112J row for the fed
      *    department (else the '*DEFAULT' row) names the STF039W
      *    chain, whose step 01 ticket is generated FOR the new userid
      *    the way an SM063 kick-off generates it. The roster start
      *    date becomes the chain's finish-by date, so step 01 and
      *    every step SM064 later releases fall due on it.
       600-START-JOINER-CHAIN.
           MOVE WS-ROSTER-DEPT TO JCHN-Department
           PERFORM 605-READ-JOINER-CHAIN
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL) OR
              JCHN-ACTIVE NOT = 'Y'
              MOVE '*DEFAULT' TO JCHN-Department
              PERFORM 605-READ-JOINER-CHAIN
           END-IF
           MOVE SPACES TO WS-RPT-WORK
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL) OR
              JCHN-ACTIVE NOT = 'Y'
              STRING 'JOINER ' DELIMITED BY SIZE
                     WS-ROSTER-USERID DELIMITED BY SPACE
                     ': NO STF112J CHAIN FOR DEPT ' DELIMITED BY SIZE
                     WS-ROSTER-DEPT DELIMITED BY SPACE
                     INTO WS-RPT-WORK
              END-STRING
              PERFORM 910-WRITE-EXCEPTION
              GO TO 600-EXIT
           END-IF
           MOVE JCHN-Chain-Code TO WFDEF-Code
           MOVE 1 TO WFDEF-Step
           EXEC CICS READ
                FILE('STF039W')
                INTO (WFDEF-REC)
                RIDFLD (WFDEF-KEYS)
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL) AND WFDEF-ACTIVE = 'Y'
              EXEC CICS READ
                   FILE('STF011T')
                   INTO (TEMPLATE-REC)
                   RIDFLD (WFDEF-Template)
                   RESP(WS-RETNCODE2)
              END-EXEC
           END-IF
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL) OR
              WFDEF-ACTIVE NOT = 'Y' OR
              TEMPLATE-ACTIVE NOT = 'Y'
              STRING 'JOINER ' DELIMITED BY SIZE
                     WS-ROSTER-USERID DELIMITED BY SPACE
                     ': CHAIN ' DELIMITED BY SIZE
                     JCHN-Chain-Code DELIMITED BY SPACE
                     ' HAS NO ACTIVE STEP 01 TEMPLATE'
                     DELIMITED BY SIZE
                     INTO WS-RPT-WORK
              END-STRING
              PERFORM 910-WRITE-EXCEPTION
              GO TO 600-EXIT
           END-IF
           IF WS-ROSTER-START-DATE IS NUMERIC AND
              WS-ROSTER-START-NUM > WS-TODAY-YYYYMMDD
              MOVE WS-ROSTER-START-NUM TO WS-GEN-DUE-BY
           ELSE
              MOVE 0 TO WS-GEN-DUE-BY
           END-IF
           MOVE WS-UAF-USERID TO WS-UAF-LKP-USERID
           MOVE WS-UAF-DEPARTMENT TO WS-UAF-LKP-DEPARTMENT
           MOVE WS-UAF-PHONE TO WS-UAF-LKP-PHONE
           MOVE WS-UAF-EMAIL TO WS-UAF-LKP-EMAIL
           MOVE TEMPLATE-TITLE TO TICKET-TITLE
           MOVE TEMPLATE-DESC TO TICKET-DESCRIPTION
           IF TEMPLATE-PRIORITY = SPACES
              MOVE 'MEDIUM' TO TICKET-PRIORITY
           ELSE
              MOVE TEMPLATE-PRIORITY TO TICKET-PRIORITY
           END-IF
           IF TEMPLATE-CATEGORY = SPACES
              MOVE 'GENERAL' TO TICKET-CATEGORY
           ELSE
              MOVE TEMPLATE-CATEGORY TO TICKET-CATEGORY
           END-IF
           MOVE SPACES TO WS-GEN-REMARKS
           STRING 'CHAIN ' DELIMITED BY SIZE
                  JCHN-Chain-Code DELIMITED BY SPACE
                  ' STEP 01 STARTED FOR NEW HIRE ' DELIMITED BY SIZE
                  WS-ROSTER-USERID DELIMITED BY SPACE
                  INTO WS-GEN-REMARKS
           END-STRING
           PERFORM 610-BUILD-TICKET
           PERFORM 620-WRITE-NEW-TICKET
           MOVE SPACES TO WS-RPT-WORK
           IF WS-GEN-OK = 'Y'
              MOVE TICKET-KEY TO CHAIN-Ticket-ID
              MOVE JCHN-Chain-Code TO CHAIN-Code
              MOVE 1 TO CHAIN-Step
              MOVE TICKET-KEY TO CHAIN-Anchor
              MOVE 'N' TO CHAIN-Next-Generated
              MOVE WS-GEN-DUE-BY TO CHAIN-Due-By
              EXEC CICS WRITE
                   FILE('STF040N')
                   FROM (CHAIN-REC)
                   RIDFLD (CHAIN-Ticket-ID)
                   RESP(WS-RETNCODE2)
              END-EXEC
              ADD 1 TO WS-CHAIN-COUNT
              STRING 'JOINER ' DELIMITED BY SIZE
                     WS-ROSTER-USERID DELIMITED BY SPACE
                     ': CHAIN ' DELIMITED BY SIZE
                     JCHN-Chain-Code DELIMITED BY SPACE
                     ' STARTED, STEP 01 TICKET ' DELIMITED BY SIZE
                     TICKET-KEY DELIMITED BY SIZE
                     ' DUE ' DELIMITED BY SIZE
                     TICKET-DUE-DATE DELIMITED BY SIZE
                     INTO WS-RPT-WORK
              END-STRING
           ELSE
              STRING 'JOINER ' DELIMITED BY SIZE
                     WS-ROSTER-USERID DELIMITED BY SPACE
                     ': CHAIN ' DELIMITED BY SIZE
                     JCHN-Chain-Code DELIMITED BY SPACE
                     ' NOT STARTED - TICKET WRITE FAILED'
                     DELIMITED BY SIZE
                     INTO WS-RPT-WORK
              END-STRING
           END-IF
           PERFORM 910-WRITE-EXCEPTION.
       600-EXIT.
           EXIT.

       605-READ-JOINER-CHAIN.
           EXEC CICS READ
                FILE('STF112J')
                INTO (JCHN-REC)
                RIDFLD (JCHN-Department)
                RESP(WS-RETNCODE2)
           END-EXEC.
       605-EXIT.
           EXIT.

      *    Common ticket build for the triggers: the caller stages the
      *    title, description, priority, category, the requestor in
      *    WS-UAF-LKP-REC, WS-GEN-REMARKS and WS-GEN-DUE-BY.
       610-BUILD-TICKET.
           MOVE 'CREATED' TO TICKET-STATUS
           MOVE WS-UAF-LKP-USERID TO TICKET-REQUESTOR
           MOVE 'SM037' TO TICKET-LAST-UPDATE-BY
           MOVE SPACES TO TICKET-LAST-UPDATE
           MOVE WS-DATE-X TO TICKET-LAST-UPDATE(1:10)
           MOVE WS-TIME-X TO TICKET-LAST-UPDATE(12:8)
           MOVE WS-GEN-REMARKS TO TICKET-UPDATE-REMARKS
           MOVE SPACES TO TICKET-ASSIGNED-TO
           MOVE SPACES TO TICKET-PARENT
           MOVE SPACES TO TICKET-KB-ARTICLE
           MOVE 'N' TO TICKET-CONFIDENTIAL
           MOVE SPACES TO TICKET-ASSET-TAG
           MOVE 0 TO TICKET-EST-COST
           MOVE 0 TO TICKET-ACT-COST
           MOVE 'SM037' TO TICKET-ENTERED-BY
           MOVE SPACES TO TICKET-PROBLEM-ID
           MOVE SPACES TO TICKET-HOLD-STATUS
           MOVE 0 TO TICKET-HOLD-START
           MOVE 0 TO TICKET-HOLD-DAYS
           MOVE 0 TO TICKET-DUE-TIME
           MOVE SPACES TO TICKET-GROUP
           MOVE SPACES TO TICKET-ATTACHMENT
           MOVE SPACES TO TICKET-DUPLICATE-OF
           MOVE SPACES TO TICKET-CLOSURE-REASON
           MOVE SPACES TO TICKET-SATISFACTION
           MOVE SPACES TO TICKET-APPR1-BY
           MOVE SPACES TO TICKET-APPR1-DATE
           MOVE WS-UAF-LKP-DEPARTMENT TO TICKET-DEPARTMENT
           MOVE WS-UAF-LKP-PHONE TO TICKET-PHONE
           MOVE WS-UAF-LKP-EMAIL TO TICKET-EMAIL
           PERFORM 611-SET-PRIORITY
           PERFORM 618-DEFAULT-SITE
           PERFORM 615-SET-DUE-DATE.
       610-EXIT.
           EXIT.

      *    The staged priority is kept as the one asked for, with the
      *    impact/urgency pair the built-in SM169 grid gives it; the
      *    ticket's own priority then comes from SM169 as on SM002,
      *    the staged one standing should the LINK fail. A new ticket
      *    carries no desk override and no SLA breach.
       611-SET-PRIORITY.
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
       611-EXIT.
           EXIT.

      *    A finish-by date still ahead is the due date; otherwise the
      *    priority-to-business-days walk SM063's 725 performs.
       615-SET-DUE-DATE.
           IF WS-GEN-DUE-BY > WS-TODAY-YYYYMMDD
              MOVE WS-GEN-DUE-BY TO TICKET-DUE-DATE
              GO TO 615-EXIT
           END-IF
           PERFORM 616-LOOKUP-SLA-POLICY
           COMPUTE WS-DUE-INTEGER-DATE =
              FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD)
           PERFORM UNTIL WS-DUE-DAYS = 0
              ADD 1 TO WS-DUE-INTEGER-DATE
              MOVE FUNCTION DATE-OF-INTEGER(WS-DUE-INTEGER-DATE)
                   TO TICKET-DUE-DATE
              COMPUTE WS-DUE-DAY-OF-WEEK =
                 FUNCTION MOD(WS-DUE-INTEGER-DATE, 7)
              PERFORM 619-CHECK-HOLIDAY
              IF (WS-DUE-DAY-OF-WEEK NOT = 0 AND NOT = 6)
                 AND WS-HOLIDAY-FOUND = 'N'
                 SUBTRACT 1 FROM WS-DUE-DAYS
              END-IF
           END-PERFORM.
       615-EXIT.
           EXIT.

       616-LOOKUP-SLA-POLICY.
           MOVE TICKET-CATEGORY TO SLA-CATEGORY
           MOVE TICKET-PRIORITY TO SLA-PRIORITY
           PERFORM 617-READ-SLA-IN-FORCE
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL) OR
              SLA-ACTIVE NOT = 'Y'
              MOVE '*DEFAULT' TO SLA-CATEGORY
              MOVE TICKET-PRIORITY TO SLA-PRIORITY
              PERFORM 617-READ-SLA-IN-FORCE
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
           END-IF.
       616-EXIT.
           EXIT.

      *    The STF012P row in force today through the SM136
      *    effective-date service; no row in force reads inactive.
       617-READ-SLA-IN-FORCE.
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
       617-EXIT.
           EXIT.

      *    TICKET-SITE from the requestor's STF075U base site while it
      *    is an active STF073S row, as SM063's 728 defaults it.
       618-DEFAULT-SITE.
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
       618-EXIT.
           EXIT.

       619-CHECK-HOLIDAY.
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
       619-EXIT.
           EXIT.

      *    Key assignment, WRITE, then the STF002E log row, STF008D
      *    change-capture row, SM110 journal and CREATED counter bump
      *    every generator makes. WS-GEN-OK answers.
       620-WRITE-NEW-TICKET.
           MOVE 'N' TO WS-GEN-OK
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
           END-IF
           EXEC CICS WRITE
                FILE('STF001C')
                FROM (WS-TICKET-REC)
                RIDFLD (TICKET-KEY)
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL)
              GO TO 620-EXIT
           END-IF
           MOVE 'Y' TO WS-GEN-OK
           MOVE TICKET-KEY TO WS-SWP-WORK-KEY
           PERFORM 550-WRITE-TICKET-LOG
           PERFORM 625-WRITE-TICKET-CDC
           MOVE 'I' TO JRN-ACTION
           PERFORM 560-JOURNAL-TICKET
           PERFORM 630-BUMP-CREATED-COUNTER.
       620-EXIT.
           EXIT.

      *    Same STF008D append every other STF001C writer performs.
       625-WRITE-TICKET-CDC.
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
           MOVE 'I' TO CDC-ACTION
           MOVE SPACES TO CDC-REC-KEY
           MOVE TICKET-KEY TO CDC-REC-KEY(1:7)
           MOVE TICKET-LAST-UPDATE TO CDC-STAMP
           EXEC CICS WRITE
                FILE('STF008D')
                FROM (CDC-REC)
                RIDFLD (CDC-KEY)
                RESP(WS-RETNCODE2)
           END-EXEC.
       625-EXIT.
           EXIT.

      *    The CREATED bump of the STF032C live counters - a missing
      *    counter record is skipped, SM057's true-up corrects it.
       630-BUMP-CREATED-COUNTER.
           MOVE 'COUNTERS' TO CNTR-KEY
           EXEC CICS READ
                FILE('STF032C')
                INTO (CNTR-REC)
                RIDFLD (CNTR-KEY)
                UPDATE
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              ADD 1 TO CNTR-CREATED
              EXEC CICS REWRITE
                   FILE('STF032C')
                   FROM (CNTR-REC)
                   RESP(WS-RETNCODE2)
              END-EXEC
           END-IF.
       630-EXIT.
           EXIT.

      *    A mover's old department loses its claim on what they can
      *    still reach: one SECURITY access-review ticket is raised
      *    FOR the old department's STF049O coordinator (the mover
      *    is never their own reviewer), filed under the old
      *    department. No active coordinator - no ticket, and the
      *    run report says so.
       650-RAISE-ACCESS-REVIEW.
           PERFORM 655-FIND-COORDINATOR
           MOVE SPACES TO WS-RPT-WORK
           IF WS-COORD-USERID = SPACES
              STRING 'MOVER ' DELIMITED BY SIZE
                     WS-ROSTER-USERID DELIMITED BY SPACE
                     ': NO ACTIVE COORDINATOR FOR ' DELIMITED BY SIZE
                     WS-OLD-DEPT DELIMITED BY SPACE
                     ' - NO REVIEW RAISED' DELIMITED BY SIZE
                     INTO WS-RPT-WORK
              END-STRING
              PERFORM 910-WRITE-EXCEPTION
              GO TO 650-EXIT
           END-IF
           MOVE SPACES TO TICKET-TITLE
           STRING 'ACCESS REVIEW ' DELIMITED BY SIZE
                  WS-ROSTER-USERID DELIMITED BY SPACE
                  INTO TICKET-TITLE
           END-STRING
           MOVE SPACES TO TICKET-DESCRIPTION
           STRING WS-ROSTER-USERID DELIMITED BY SPACE
                  ' MOVED FROM ' DELIMITED BY SIZE
                  WS-OLD-DEPT DELIMITED BY SPACE
                  ' TO ' DELIMITED BY SIZE
                  WS-ROSTER-DEPT DELIMITED BY SPACE
                  ' - REVIEW AND REMOVE ACCESS HELD FOR '
                  DELIMITED BY SIZE
                  WS-OLD-DEPT DELIMITED BY SPACE
                  INTO TICKET-DESCRIPTION
           END-STRING
           MOVE 'MEDIUM' TO TICKET-PRIORITY
           MOVE 'SECURITY' TO TICKET-CATEGORY
           MOVE 0 TO WS-GEN-DUE-BY
           MOVE SPACES TO WS-GEN-REMARKS
           STRING 'MOVER ACCESS REVIEW RAISED FOR ' DELIMITED BY SIZE
                  WS-COORD-USERID DELIMITED BY SPACE
                  INTO WS-GEN-REMARKS
           END-STRING
           PERFORM 610-BUILD-TICKET
           MOVE WS-OLD-DEPT TO TICKET-DEPARTMENT
           PERFORM 620-WRITE-NEW-TICKET
           MOVE SPACES TO WS-RPT-WORK
           IF WS-GEN-OK = 'Y'
              ADD 1 TO WS-REVIEW-COUNT
              STRING 'MOVER ' DELIMITED BY SIZE
                     WS-ROSTER-USERID DELIMITED BY SPACE
                     ' ' DELIMITED BY SIZE
                     WS-OLD-DEPT DELIMITED BY SPACE
                     '->' DELIMITED BY SIZE
                     WS-ROSTER-DEPT DELIMITED BY SPACE
                     ': REVIEW TICKET ' DELIMITED BY SIZE
                     TICKET-KEY DELIMITED BY SIZE
                     ' FOR ' DELIMITED BY SIZE
                     WS-COORD-USERID DELIMITED BY SPACE
                     INTO WS-RPT-WORK
              END-STRING
           ELSE
              STRING 'MOVER ' DELIMITED BY SIZE
                     WS-ROSTER-USERID DELIMITED BY SPACE
                     ': REVIEW TICKET WRITE FAILED' DELIMITED BY SIZE
                     INTO WS-RPT-WORK
              END-STRING
           END-IF
           PERFORM 910-WRITE-EXCEPTION.
       650-EXIT.
           EXIT.

      *    STF049O is keyed by the coordinator's userid, so the old
      *    department's first active coordinator is found by a full
      *    browse; the coordinator must still be active on uaf001,
      *    and their row is left in WS-UAF-LKP-REC as the requestor.
       655-FIND-COORDINATOR.
           MOVE SPACES TO WS-COORD-USERID
           MOVE LOW-VALUES TO COORD-Userid
           EXEC CICS STARTBR
                FILE('STF049O')
                RIDFLD (COORD-Userid)
                GTEQ
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL)
              GO TO 655-EXIT
           END-IF
           PERFORM UNTIL WS-RETNCODE2 NOT = DFHRESP(NORMAL)
                   OR WS-COORD-USERID NOT = SPACES
              EXEC CICS READNEXT
                   FILE('STF049O')
                   INTO (COORD-REC)
                   RIDFLD (COORD-Userid)
                   RESP(WS-RETNCODE2)
              END-EXEC
              IF WS-RETNCODE2 = DFHRESP(NORMAL) AND
                 COORD-Department = WS-OLD-DEPT AND
                 COORD-ACTIVE = 'Y' AND
                 COORD-Userid NOT = WS-ROSTER-USERID
                 EXEC CICS READ
                      FILE('uaf001')
                      INTO (WS-UAF-LKP-REC)
                      RIDFLD (COORD-Userid)
                      RESP(WS-RETNCODE3)
                 END-EXEC
                 IF WS-RETNCODE3 = DFHRESP(NORMAL) AND
                    WS-UAF-LKP-INACTIVE NOT = 'Y'
                    MOVE COORD-Userid TO WS-COORD-USERID
                 END-IF
              END-IF
           END-PERFORM
           EXEC CICS ENDBR
                FILE('STF049O')
           END-EXEC.
       655-EXIT.
           EXIT.

      *    One UAF002 audit row for the user in WS-UAF-REC, remarks
      *    staged by the caller and parked in WS-RPT-WORK across the
      *    browse - next sequence found with the full highest-seq
                 MOVE 0 TO RPT-Line-Number
              END-IF
           END-PERFORM
           MOVE 'HR ROSTER FEED EXCEPTION AND TRIGGER REPORT'
                TO WS-RPT-WORK
           PERFORM 910-WRITE-EXCEPTION.
       150-EXIT.
           EXIT.
                  WS-EXC-COUNT              DELIMITED BY SIZE
             INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-EXCEPTION
           MOVE SPACES TO WS-RPT-WORK
           STRING 'SM037 TRIGGERS: CHAINS STARTED=' DELIMITED BY SIZE
                  WS-CHAIN-COUNT            DELIMITED BY SIZE
                  ' ACCESS REVIEWS='        DELIMITED BY SIZE
                  WS-REVIEW-COUNT           DELIMITED BY SIZE
                  ' LINES CHANGED='         DELIMITED BY SIZE
                  WS-MGRL-COUNT             DELIMITED BY SIZE
             INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-EXCEPTION.
       900-EXIT.
           EXIT.
