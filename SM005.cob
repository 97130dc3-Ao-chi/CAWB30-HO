      *    Before-image captured at the READ UPDATE for the SM086
      *    field-audit compare - oversized so copybook growth never
      *    needs a lockstep edit here.
       01  WS-FAD-BEFORE                         PIC X(1000).
           COPY SMPRM01.
           COPY STF062S.
      *    The same SM097 guidance figures SM002 shows at intake -
       01  WS-PERM-FUNCTION                      PIC X(08).
       01  WS-PERM-REFUSED-MSG                   PIC X(40) VALUE
           'FUNCTION NOT PERMITTED FOR YOUR ROLE'.
      *    Line-manager routing - a CREATED ticket whose STF003C
      *    category asks for it is approved or rejected only by the
      *    requestor's active line manager on STF113M (SM157 finds
      *    them) or a delegate that manager's uaf001 row names for
      *    today. WS-ROUTED 'Y' while that applies; no manager on
      *    file leaves the ordinary approver rules in charge.
           COPY STF003C.
           COPY SMMGR01 REPLACING ==MGQ-COMMAREA== BY ==WS-MGQ-AREA==.
       01  WS-ROUTED                             PIC X VALUE 'N'.
       01  WS-ROUTED-MSG                         PIC X(50).
       01  WS-CURRENT-MAP  VALUE 'SM05S'         PIC X(7).
       01  WS-TIME                               PIC 9(15) COMP-3.
       01  WS-DATE                               PIC 9(10).
           05 WS-SM012-PGMID                     PIC X(06).
           05 WS-HELP-FLAG                       PIC X.

           COPY SMMNT01 REPLACING ==MNQ-COMMAREA== BY ==WS-MNT-AREA==.
       77  WS-MNT-RESP                           PIC S9(8) COMP.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05 DF-PGMID                           PIC X(06).
                REQID(EIBTRMID)
                RESP(WS-RETNCODE2)
           END-EXEC
           PERFORM 090-CHECK-MAINTENANCE
           MOVE DFHCOMMAREA TO WS-COMMAREA
           IF WS-HELP-FLAG = 'Y'
              MOVE SPACE TO WS-HELP-FLAG
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
              MOVE TICKET-STATUS TO WS-CNTR-OLD-STATUS
              IF TICKET-STATUS = 'CREATED' OR
                 TICKET-STATUS = 'PEND-APPR'
                 PERFORM 470-CHECK-ROUTED-APPROVAL
                 IF WS-ROUTED = 'Y'
                    CONTINUE
                 ELSE
                 IF USR-APPROVER = 'Y'
                    MOVE 'Y' TO WS-FOUND
                 ELSE
                       MOVE WS-INVALID-TIX-ACC TO ERRMSGO
                    END-IF
                 END-IF
                 END-IF
                 IF WS-FOUND = 'Y' AND WS-ROUTED NOT = 'Y'
                    MOVE 'APPROVE' TO WS-PERM-FUNCTION
                    PERFORM 450-CHECK-FUNCTION-PERM
                    IF WS-PERM-OK = 'N'
       420-EXIT.
           EXIT.

      *    Sets WS-ROUTED 'Y' when this ticket's approval belongs
      *    to the requestor's line manager, and then WS-FOUND says
      *    whether the acting USERID is that manager or the one their
      *    uaf001 row delegates to today (group 'ALL     ' or this
      *    requestor). Only the first approval of a CREATED ticket is
      *    routed - a PEND-APPR second approval stays with approvers.
       470-CHECK-ROUTED-APPROVAL.
           MOVE 'N' TO WS-ROUTED
           IF TICKET-STATUS NOT = 'CREATED'
              GO TO 470-EXIT
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
              GO TO 470-EXIT
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
              GO TO 470-EXIT
           END-IF
           MOVE 'Y' TO WS-ROUTED
           IF MGQ-MANAGER = USERID
              MOVE 'Y' TO WS-FOUND
              GO TO 470-EXIT
           END-IF
           MOVE 'N' TO WS-FOUND
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YYYYMMDD
           MOVE MGQ-MANAGER TO WS-UAF-USERID
           EXEC CICS READ
                FILE('uaf001')
                INTO (WS-UAF-REC)
                RIDFLD (WS-UAF-USERID)
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              AND WS-UAF-DELEG-TO = USERID
              AND WS-UAF-DELEG-START NOT = 0
              AND WS-UAF-DELEG-END NOT = 0
              AND WS-TODAY-YYYYMMDD >= WS-UAF-DELEG-START
              AND WS-TODAY-YYYYMMDD <= WS-UAF-DELEG-END
              AND (WS-UAF-DELEG-GROUP = 'ALL     ' OR
                   WS-UAF-DELEG-GROUP = TICKET-REQUESTOR)
              MOVE 'Y' TO WS-FOUND
              GO TO 470-EXIT
           END-IF
           MOVE SPACES TO WS-ROUTED-MSG
           STRING 'APPROVAL ROUTED TO LINE MANAGER ' DELIMITED BY SIZE
                  MGQ-MANAGER DELIMITED BY SIZE
                  INTO WS-ROUTED-MSG
           END-STRING
           MOVE WS-ROUTED-MSG TO ERRMSGO.
       470-EXIT.
           EXIT.

      *    HIGH/CRITICAL priority tickets (there is no separate
      *    dollar-cost field anywhere in this system, so priority is
      *    the threshold used to stand in for "high cost") require two
                           MOVE 'N' TO WS-TRN-ALLOWED
                        END-IF
                   WHEN 'P'
                        IF USR-APPROVER NOT = 'Y' AND
                           WS-ROUTED NOT = 'Y'
                           MOVE 'N' TO WS-TRN-ALLOWED
                        END-IF
                   WHEN 'S'
