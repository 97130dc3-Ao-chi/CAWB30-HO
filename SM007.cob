           COPY STF005W.
           COPY STF028X.
       01  WS-CONF-ALLOWED                       PIC X VALUE 'Y'.
      *    Internal ('I') log entries are the desk's own notes: only
      *    the service, admin and auditor roles see them here.
       01  WS-SHOW-INTERNAL                      PIC X VALUE 'N'.
       01  WS-STD-KEY-LEN                        PIC S9(4) COMP VALUE 8.
       01  WS-UAF-LOOKUP-REC.
           05 WS-UAF-LKP-USERID                  PIC X(08).
           05 WS-UAF-LKP-TYPE.
              10 WS-UAF-LKP-REQUESTOR            PIC X(01).
              10 WS-UAF-LKP-ADMIN                PIC X(01).
              10 WS-UAF-LKP-APPROVER             PIC X(01).
              10 WS-UAF-LKP-SERVICE              PIC X(01).
              10 WS-UAF-LKP-AUDITOR              PIC X(01).
           05 WS-UAF-LKP-DEPARTMENT              PIC X(08).
           05 FILLER                             PIC X(40).
           05 WS-UAF-LKP-INACTIVE                PIC X(01).
           05 FILLER                             PIC X(60).
       01  WS-TYPE-COUNTS.
           05 WS-TYPCNT-C                        PIC 9(04) VALUE 0.
           05 WS-TYPCNT-S                        PIC 9(04) VALUE 0.
       350-EXIT.
           EXIT.

      *    The service and admin flags ride in the commarea; the
      *    auditor flag is only on uaf001, so it is read from there.
       360-CHECK-INTERNAL-ACCESS.
           MOVE 'N' TO WS-SHOW-INTERNAL
           IF USR-SERVICE = 'Y' OR USR-ADMIN = 'Y'
              MOVE 'Y' TO WS-SHOW-INTERNAL
              GO TO 360-EXIT
           END-IF
           EXEC CICS
                READ FILE('uaf001')
                INTO (WS-UAF-LOOKUP-REC)
                RIDFLD (USERID)
                KEYLENGTH (WS-STD-KEY-LEN)
                EQUAL
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL) AND
              WS-UAF-LKP-AUDITOR = 'Y' AND
              WS-UAF-LKP-INACTIVE NOT = 'Y'
              MOVE 'Y' TO WS-SHOW-INTERNAL
           END-IF.
       360-EXIT.
           EXIT.

       400-BUILD-QUEUE.
           EXEC CICS DELETEQ TS
                QUEUE(WS-QNAME)
              MOVE 'RESTRICTED TICKET' TO ERRMSGO
              MOVE 1 TO WS-MAX-PAGE
           ELSE
           PERFORM 360-CHECK-INTERNAL-ACCESS
           MOVE WS-TICKET-NUM TO WS-LOG-Ticket-ID
           MOVE 0 TO WS-LOG-Seq-Number
           EXEC CICS STARTBR
                 IF WS-RETNCODE = DFHRESP(NORMAL) AND
                    WS-LOG-Ticket-ID = WS-TICKET-NUM AND
                    (TYPEFI = SPACES OR TYPEFI = LOW-VALUES OR
                     WS-LOG-Entry-Type = TYPEFI) AND
                    (WS-LOG-Entry-Type NOT = 'I' OR
                     WS-SHOW-INTERNAL = 'Y')
                    MOVE WS-LOG-Seq-Number TO WS-QLINE-SEQ
                    MOVE WS-LOG-Entry-Type TO WS-QLINE-TYPE
                    MOVE WS-LOG-Last-Update TO WS-QLINE-UPDATE
      *    35 bytes to fit the map) and writes every entry in sequence
      *    order to the STF010R report repository under report-id
      *    'SM07RPT' (the TDQ it once wrote to), where SM030's viewer
      *    can page it for the escalation deck. Internal ('I') notes
      *    stay on the screen for the staff allowed them and are never
      *    printed - anyone, requestors too, can open SM07RPT.
       600-PRINT-HISTORY.
           PERFORM 610-INIT-RPT-RUN
           MOVE WS-RPT-HEADER TO RPT-Line-Text
                      RESP(WS-RETNCODE)
                 END-EXEC
                 IF WS-RETNCODE = DFHRESP(NORMAL) AND
                    WS-LOG-Ticket-ID = WS-TICKET-NUM AND
                    WS-LOG-Entry-Type NOT = 'I'
                    MOVE WS-LOG-Seq-Number TO RPT-SEQ
                    MOVE WS-LOG-Last-Update TO RPT-UPDATE
                    MOVE WS-LOG-Last-Update-by TO RPT-UPDATEBY
