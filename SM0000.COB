      *    Sized ahead of the STF001C record so copybook growth does
      *    not need a lockstep edit here - only the key portion of
      *    the browse record is ever examined.
       01  WS-CNT-REC                    PIC X(1000).
       01  WS-CNT-STATUS                 PIC X(10).
       01  WS-CNT-RESULT                 PIC 9(4).
       01  WS-CNT-CREATED                PIC 9(4) VALUE 0.
           COPY SM000.
           COPY DFHAID.
           COPY DFHBMSCA.
           COPY SMMNT01 REPLACING ==MNQ-COMMAREA== BY ==WS-MNT-AREA==.
       77  WS-MNT-RESP                           PIC S9(8) COMP.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           EXEC CICS IGNORE CONDITION
                     ERROR
           END-EXEC
           PERFORM 090-CHECK-MAINTENANCE
           PERFORM 300-VERIFY-USER
           
           IF EIBTRNID = 'SM00'
           END-IF.
       100-EXIT.
           EXIT.

      *    While the SM150 batch window has the files closed for the
      *    backup nothing here is read: the SM151 answer's message is
      *    sent in place of the screen and the conversation ends -
      *    the user signs on again once the window is up.
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
      
       110-VERIFY-ROLE.
           IF WS-AUDITOR = 'Y'
           IF EIBAID = DFHENTER AND OPTIONI = 'T'
              PERFORM 21U-TRAINING-SM073
           END-IF
      *    Option C is the SM167 desk call log, for the service
      *    desk and admins who take the calls.
           IF EIBAID = DFHENTER AND OPTIONI = 'C' AND
              (WS-SERVICE = 'Y' OR WS-ADMIN = 'Y')
              PERFORM 21V-CALLS-SM167
           END-IF
           IF WS-AUDITOR = 'Y'
              PERFORM 405-CHECK-EIBAID-AUDITOR
           ELSE
       21U-EXIT.
           EXIT.

       21V-CALLS-SM167.
           MOVE 'SM0000' TO WS-SM001-PGMID
           MOVE LOW-VALUES TO WS-SM001-STATE
           MOVE SPACES TO WS-SM001-TICKET-PASSED
           MOVE WS-USERID TO WS-SM001-USERID
           MOVE WS-REQUESTOR TO WS-SM001-REQUESTOR
           MOVE WS-ADMIN TO WS-SM001-ADMIN
           MOVE WS-APPROVER TO WS-SM001-APPROVER
           MOVE WS-SERVICE TO WS-SM001-SERVICE
           MOVE WS-AUDITOR TO WS-SM001-AUDITOR
           MOVE LENGTH OF WS-SM001-COMMAREA TO WS-LENGTH
           EXEC CICS XCTL
                PROGRAM('SM167')
                COMMAREA(WS-SM001-COMMAREA)
                LENGTH(WS-LENGTH)
                RESP(WS-RETNCODE)
           END-EXEC
           MOVE WS-PROG-STATE TO ERRMSGO.
       21V-EXIT.
           EXIT.

      *    Dispatch / work-queue screen (TICKET-ASSIGNED-TO). Same
      *    canonical commarea hand-off as 21A-SEARCH-SM001 and
      *    21J-PROFILE-SM024.
