      *  bumped, the broadcast is retired and the master row goes to   *
      *  RESOLVED. The master ticket itself still closes through      *
      *  SM004 - this console only fans the resolution out.            *
      *                                                                *
      *  When the master ticket names an asset, the declare also asks  *
      *  SM127 what hangs off it in the STF088R relationship map and   *
      *  quotes the downstream asset, department and open-ticket       *
      *  counts; PF4 opens the SM126 impact view for the master.       *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY SM60S.
           05 WS-HELP-TEXT.
              10 FILLER                          PIC X(52) VALUE
              'PF1=HELP PF2=DECLARE PF3=EXIT PF5=LIST PF6=ATTACH '.
              10 FILLER                          PIC X(35) VALUE
                 'PF4=IMPACT PF9=RESOLVE PF7/PF8=PAGE'.
           05 WS-ENTER-PROMPT                    PIC X(40) VALUE
              'ENTER MASTER TICKET AND PRESS ENTER'.
           05 WS-NOT-EXIST                       PIC X(28) VALUE
       01  WS-NTF-LAST-SEQ                       PIC 9(05).
       01  WS-NTF-FEED-LINE                      PIC X(132).
       01  WS-ALERT-LAST-SEQ                     PIC 9(05).
      *    Blast radius from the SM127 impact service - see the
      *    SMIMP01 contract.
           COPY SMIMP01 REPLACING ==IMP-COMMAREA== BY ==WS-IMP-AREA==.
       01  WS-CNT-ASSETS                         PIC ZZ9.
       01  WS-CNT-DEPTS                          PIC ZZ9.
       01  WS-CNT-OPEN                           PIC ZZ9.
       01  WS-IMPACT-MSG                         PIC X(60).
      *    The standard commarea prefix plus the asset tag - what
      *    SM126 expects from a caller that opens the impact view.
       01  WS-IMPACT-XCTL.
           05 WS-IX-PGMID                        PIC X(06).
           05 WS-IX-STATE                        PIC X(01).
           05 WS-IX-TICKET                       PIC X(07).
           05 WS-IX-USERID                       PIC X(08).
           05 WS-IX-USR-TYPE                     PIC X(04).
           05 WS-IX-AUDITOR                      PIC X(01).
           05 WS-IX-ASSET                        PIC X(08).

       01  WS-LOG-REC.
           05 WS-LOG-KEYS.
                  MOVE 'Y' TO WS-HELP-FLAG
                  EXEC CICS SEND TEXT
                       FROM (WS-HELP-TEXT)
                       LENGTH (+87)
                       ERASE
                  END-EXEC
                  EXEC CICS RETURN
                  MOVE 1 TO WS-PAGE
                  PERFORM 400-BUILD-QUEUE
                  PERFORM 600-DISPLAY-PAGE
             WHEN DFHPF4
                  IF WS-MASTER = SPACES OR LOW-VALUES
                     MOVE WS-ENTER-PROMPT TO ERRMSGO
                     MOVE -1 TO MITKTL
                  ELSE
                     MOVE 'SM060' TO WS-IX-PGMID
                     MOVE WS-MASTER TO WS-IX-TICKET
                     MOVE SPACES TO WS-IX-ASSET
                     PERFORM 800-XCTL-SM126
                  END-IF
                  PERFORM 600-DISPLAY-PAGE
             WHEN DFHPF6
                  PERFORM 710-ATTACH-DUP
                  PERFORM 600-DISPLAY-PAGE
                       MOVE WS-DECLARED-MSG TO ERRMSGO
                       PERFORM 500-SHOW-MASTER
                       MOVE WS-DECLARED-MSG TO ERRMSGO
                       IF TICKET-ASSET-TAG NOT = SPACES AND
                          TICKET-ASSET-TAG NOT = LOW-VALUES
                          MOVE TICKET-ASSET-TAG TO WS-IX-ASSET
                          PERFORM 790-IMPACT-SUMMARY
                          IF WS-IMPACT-MSG NOT = SPACES
                             MOVE WS-IMPACT-MSG TO ERRMSGO
                          END-IF
                       END-IF
                    ELSE
                       MOVE WS-ALREADY-MAJOR TO ERRMSGO
                    END-IF
           END-IF.
       760-EXIT.
           EXIT.

      *    One LINK to SM127 for the asset in WS-IX-ASSET; when
      *    anything is recorded downstream of it, WS-IMPACT-MSG
      *    carries the counts, otherwise it comes back blank.
       790-IMPACT-SUMMARY.
           MOVE SPACES TO WS-IMPACT-MSG
           MOVE '01' TO IMP-VERSION
           MOVE WS-IX-ASSET TO IMP-ROOT-TAG
           EXEC CICS LINK
                PROGRAM('SM127')
                COMMAREA(WS-IMP-AREA)
                LENGTH(LENGTH OF WS-IMP-AREA)
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL) AND
              IMP-ROOT-FOUND = 'Y' AND
              IMP-ASSET-COUNT > 0
              MOVE IMP-ASSET-COUNT TO WS-CNT-ASSETS
              MOVE IMP-DEPT-COUNT TO WS-CNT-DEPTS
              MOVE IMP-OPEN-COUNT TO WS-CNT-OPEN
              STRING 'IMPACT:' DELIMITED BY SIZE
                     WS-CNT-ASSETS DELIMITED BY SIZE
                     ' ASSETS' DELIMITED BY SIZE
                     WS-CNT-DEPTS DELIMITED BY SIZE
                     ' DEPTS' DELIMITED BY SIZE
                     WS-CNT-OPEN DELIMITED BY SIZE
                     ' OPEN TKTS - PF4' DELIMITED BY SIZE
                     INTO WS-IMPACT-MSG
              END-STRING
           END-IF.
       790-EXIT.
           EXIT.

      *    PF4: the SM126 impact view. PF3 there brings the user
      *    back here.
       800-XCTL-SM126.
           EXEC CICS DELETEQ TS
                QUEUE(WS-QNAME)
                RESP(WS-RETNCODE)
           END-EXEC
           MOVE LOW-VALUES TO WS-IX-STATE
           MOVE USERID TO WS-IX-USERID
           MOVE USR-TYPE TO WS-IX-USR-TYPE
           MOVE WS-AUDITOR TO WS-IX-AUDITOR
           EXEC CICS XCTL
                PROGRAM('SM126')
                COMMAREA(WS-IMPACT-XCTL)
                RESP(WS-RETNCODE)
           END-EXEC
           MOVE WS-INVALID-PFKEY TO ERRMSGO.
       800-EXIT.
           EXIT.
