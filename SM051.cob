      *  index exists over TICKET-ASSET-TAG). Five visits this         *
      *  quarter for P-40213 becomes one screen instead of an          *
      *  argument from memory.                                         *
      *                                                                *
      *  The same screen keeps the STF088R relationship map: with the  *
      *  tag keyed, a related tag and a link type (RUNSON, CONNECTS,   *
      *  DEPENDS) say "this asset runs on / connects to / depends on   *
      *  that one" - PF2 records the link, PF4 removes it (service or  *
      *  admin only), PF6 lists what the tag hangs off and what hangs  *
      *  off it. PF10 opens the SM126 impact view for the tag.         *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY SM51S.
           COPY DFHBMSCA.
           COPY STF018A.
       COPY STF001C REPLACING ==TICKET-REC== BY ==WS-TICKET-REC==.
           COPY STF088R.
       01  WS-CURRENT-MAP  VALUE 'SM51S'         PIC X(7).
       01  WS-TIME                               PIC 9(15) COMP-3.
       01  WS-DATE                               PIC 9(7).

       01  WS-VERIFY-USERID                      PIC X(08).
       01  WS-VERIFY-REC                         PIC X(200).
      *    Role flags in the uaf001 order - only link maintenance
      *    looks at them; the history inquiry is open to any user.
       01  WS-VERIFY-VIEW REDEFINES WS-VERIFY-REC.
           05 WS-VFY-USERID                      PIC X(08).
           05 WS-VFY-TYPE.
              10 WS-VFY-REQUESTOR                PIC X(01).
              10 WS-VFY-ADMIN                    PIC X(01).
              10 WS-VFY-APPROVER                 PIC X(01).
              10 WS-VFY-SERVICE                  PIC X(01).
              10 WS-VFY-AUDITOR                  PIC X(01).
           05 FILLER                             PIC X(187).

       01  WS-DATE-FULL-X                        PIC X(10).
       01  WS-TIME-X                             PIC X(08).
       01  WS-STAMP                              PIC X(20).
       01  WS-OTHER-TAG                          PIC X(08).
       01  WS-OTHER-DESC                         PIC X(30).

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

       01  WS-ERRMSGS.
           05 WS-INVALID-USER                    PIC X(20) VALUE
              'THIS IS THE LAST PAGE'.
           05 WS-INVALID-PFKEY                   PIC X(21) VALUE
              'INAVLID PFKEY PRESSED'.
           05 WS-HELP-TEXT.
              10 FILLER                          PIC X(46) VALUE
              'PF1=HELP PF3=EXIT PF5=SEARCH TAG PF7/PF8=PAGE '.
              10 FILLER                          PIC X(44) VALUE
              'PF2=LINK PF4=UNLINK PF6=LINKS PF10=IMPACT'.
           05 WS-TAG-PROMPT                      PIC X(40) VALUE
              'ENTER ASSET TAG AND PRESS PF5'.
           05 WS-NO-TICKETS                      PIC X(30) VALUE
              'NO TICKETS FOR THAT ASSET'.
           05 WS-TAG-UNKNOWN                     PIC X(34) VALUE
              'ASSET TAG IS NOT ON THE MASTER'.
           05 WS-NOT-MAINTAINER                  PIC X(40) VALUE
              'SERVICE OR ADMIN ROLE REQUIRED TO LINK'.
           05 WS-REL-TAG-INVALID                 PIC X(40) VALUE
              'RELATED TAG MUST BE AN ACTIVE ASSET'.
           05 WS-REL-SELF                        PIC X(40) VALUE
              'AN ASSET CANNOT BE LINKED TO ITSELF'.
           05 WS-REL-TYPE-INVALID                PIC X(46) VALUE
              'LINK TYPE MUST BE RUNSON, CONNECTS OR DEPENDS'.
           05 WS-REL-EXISTS                      PIC X(40) VALUE
              'THAT LINK IS ALREADY RECORDED'.
           05 WS-REL-ADDED                       PIC X(40) VALUE
              'LINK RECORDED'.
           05 WS-REL-MISSING                     PIC X(40) VALUE
              'NO SUCH LINK ON FILE'.
           05 WS-REL-REMOVED                     PIC X(40) VALUE
              'LINK REMOVED'.
           05 WS-NO-LINKS                        PIC X(40) VALUE
              'NO LINKS RECORDED FOR THAT ASSET'.

       01  WS-QROW                               PIC X(70).
       01  WS-QROW-BUILD.
           05 WS-ITEM                            PIC S9(4) COMP.
           05 WS-ITEM-START                      PIC S9(4) COMP.

       01  WS-QROW-LINK.
           05 QL-DIRECTION                       PIC X(10).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 QL-TYPE                            PIC X(08).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 QL-TAG                             PIC X(08).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 QL-DESC                            PIC X(30).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 QL-ADDED-BY                        PIC X(08).
           05 FILLER                             PIC X(02) VALUE
              SPACES.

       01  WS-COMMAREA.
           05 WS-STATE                           PIC X.
           05 WS-SEL-TAG                         PIC X(08).
                  MOVE 'Y' TO WS-HELP-FLAG
                  EXEC CICS SEND TEXT
                       FROM (WS-HELP-TEXT)
                       LENGTH (+90)
                       ERASE
                  END-EXEC
                  EXEC CICS RETURN
                  MOVE 1 TO WS-PAGE
                  PERFORM 400-BUILD-QUEUE
                  PERFORM 600-DISPLAY-PAGE
             WHEN DFHPF2
                  PERFORM 700-ADD-LINK
                  PERFORM 600-DISPLAY-PAGE
             WHEN DFHPF4
                  PERFORM 710-REMOVE-LINK
                  PERFORM 600-DISPLAY-PAGE
             WHEN DFHPF6
                  MOVE 1 TO WS-PAGE
                  PERFORM 450-BUILD-LINK-QUEUE
                  PERFORM 600-DISPLAY-PAGE
             WHEN DFHPF10
                  PERFORM 800-XCTL-SM126
             WHEN DFHPF7
                  IF WS-PAGE > 1
                     SUBTRACT 1 FROM WS-PAGE
           END-PERFORM.
       600-EXIT.
           EXIT.

      *    The ticket-stamp shape every STF001C writer uses -
      *    MM/DD/YYYY HH:MM:SS into a X(20).
       120-BUILD-STAMP.
           EXEC CICS ASKTIME
                ABSTIME    (WS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME
                ABSTIME    (WS-TIME)
                DATESEP    ('/')
                MMDDYYYY   (WS-DATE-FULL-X)
                TIME       (WS-TIME-X)
                TIMESEP    (':')
           END-EXEC
           MOVE SPACES TO WS-STAMP
           MOVE WS-DATE-FULL-X TO WS-STAMP(1:10)
           MOVE WS-TIME-X TO WS-STAMP(12:8).
       120-EXIT.
           EXIT.

      *    PF6: every STF088R row touching the tag. The file is keyed
      *    by the upstream tag, so the rows where the tag is the
      *    downstream end need the whole file read - it is a small
      *    file, one row per link, and one pass serves both sides.
       450-BUILD-LINK-QUEUE.
           EXEC CICS DELETEQ TS
                QUEUE(WS-QNAME)
                RESP(WS-RETNCODE)
           END-EXEC
           MOVE 0 TO WS-TOTAL-ROWS
           IF ASTAGI = SPACES OR LOW-VALUES
              MOVE WS-TAG-PROMPT TO ERRMSGO
              MOVE -1 TO ASTAGL
              GO TO 450-EXIT
           END-IF
           MOVE ASTAGI TO WS-SEL-TAG
           MOVE LOW-VALUES TO REL-KEYS
           EXEC CICS STARTBR
                FILE('STF088R')
                RIDFLD (REL-KEYS)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
                 EXEC CICS READNEXT
                      FILE('STF088R')
                      INTO (REL-REC)
                      RIDFLD (REL-KEYS)
                      RESP(WS-RETNCODE)
                 END-EXEC
                 IF WS-RETNCODE = DFHRESP(NORMAL)
                    IF REL-Child-Tag = WS-SEL-TAG
                       MOVE 'USES' TO QL-DIRECTION
                       MOVE REL-Parent-Tag TO WS-OTHER-TAG
                       PERFORM 455-QUEUE-LINK-ROW
                    END-IF
                    IF REL-Parent-Tag = WS-SEL-TAG
                       MOVE 'USED BY' TO QL-DIRECTION
                       MOVE REL-Child-Tag TO WS-OTHER-TAG
                       PERFORM 455-QUEUE-LINK-ROW
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF088R')
              END-EXEC
           END-IF
           DIVIDE WS-TOTAL-ROWS BY 10 GIVING WS-MAX-PAGE
                  REMAINDER WS-SUB
           IF WS-SUB NOT = 0
              ADD 1 TO WS-MAX-PAGE
           END-IF
           IF WS-MAX-PAGE = 0
              MOVE 1 TO WS-MAX-PAGE
           END-IF
           IF WS-TOTAL-ROWS = 0
              MOVE WS-NO-LINKS TO ERRMSGO
           END-IF.
       450-EXIT.
           EXIT.

       455-QUEUE-LINK-ROW.
           MOVE REL-Type TO QL-TYPE
           MOVE WS-OTHER-TAG TO QL-TAG
           MOVE REL-Added-By TO QL-ADDED-BY
           EXEC CICS READ
                FILE('STF018A')
                INTO (ASSET-REC)
                RIDFLD (WS-OTHER-TAG)
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              MOVE ASSET-DESC TO QL-DESC
           ELSE
              MOVE WS-TAG-UNKNOWN TO QL-DESC
           END-IF
           MOVE WS-QROW-LINK TO WS-QROW
           EXEC CICS WRITEQ TS
                QUEUE(WS-QNAME)
                FROM(WS-QROW)
                LENGTH(LENGTH OF WS-QROW)
           END-EXEC
           ADD 1 TO WS-TOTAL-ROWS.
       455-EXIT.
           EXIT.

      *    PF2: ASTAG runs on / connects to / depends on RELTAG, so
      *    RELTAG is the upstream (parent) end of the row. Both ends
      *    must be live assets; a link to itself is refused.
       700-ADD-LINK.
           IF WS-VFY-SERVICE NOT = 'Y' AND WS-VFY-ADMIN NOT = 'Y'
              MOVE WS-NOT-MAINTAINER TO ERRMSGO
              GO TO 700-EXIT
           END-IF
           IF ASTAGI = SPACES OR LOW-VALUES
              MOVE WS-TAG-PROMPT TO ERRMSGO
              MOVE -1 TO ASTAGL
              GO TO 700-EXIT
           END-IF
           MOVE ASTAGI TO WS-SEL-TAG
           IF RELTAGI = SPACES OR LOW-VALUES
              MOVE WS-REL-TAG-INVALID TO ERRMSGO
              MOVE -1 TO RELTAGL
              GO TO 700-EXIT
           END-IF
           IF RELTAGI = WS-SEL-TAG
              MOVE WS-REL-SELF TO ERRMSGO
              MOVE -1 TO RELTAGL
              GO TO 700-EXIT
           END-IF
           IF RELTYPI NOT = 'RUNSON' AND
              RELTYPI NOT = 'CONNECTS' AND
              RELTYPI NOT = 'DEPENDS'
              MOVE WS-REL-TYPE-INVALID TO ERRMSGO
              MOVE -1 TO RELTYPL
              GO TO 700-EXIT
           END-IF
           MOVE WS-SEL-TAG TO WS-OTHER-TAG
           PERFORM 720-CHECK-ACTIVE
           IF WS-RETNCODE NOT = DFHRESP(NORMAL) OR
              ASSET-ACTIVE NOT = 'Y'
              MOVE WS-TAG-UNKNOWN TO ERRMSGO
              MOVE -1 TO ASTAGL
              GO TO 700-EXIT
           END-IF
           MOVE RELTAGI TO WS-OTHER-TAG
           PERFORM 720-CHECK-ACTIVE
           IF WS-RETNCODE NOT = DFHRESP(NORMAL) OR
              ASSET-ACTIVE NOT = 'Y'
              MOVE WS-REL-TAG-INVALID TO ERRMSGO
              MOVE -1 TO RELTAGL
              GO TO 700-EXIT
           END-IF
           PERFORM 120-BUILD-STAMP
           MOVE RELTAGI TO REL-Parent-Tag
           MOVE WS-SEL-TAG TO REL-Child-Tag
           MOVE RELTYPI TO REL-Type
           MOVE WS-VERIFY-USERID TO REL-Added-By
           MOVE WS-STAMP TO REL-Added-Stamp
           EXEC CICS WRITE
                FILE('STF088R')
                FROM (REL-REC)
                RIDFLD (REL-KEYS)
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL)
              MOVE 1 TO WS-PAGE
              PERFORM 450-BUILD-LINK-QUEUE
              MOVE WS-REL-ADDED TO ERRMSGO
           ELSE
              MOVE WS-REL-EXISTS TO ERRMSGO
           END-IF.
       700-EXIT.
           EXIT.

      *    PF4: the same two tags keyed the same way round as the
      *    PF2 that recorded the link.
       710-REMOVE-LINK.
           IF WS-VFY-SERVICE NOT = 'Y' AND WS-VFY-ADMIN NOT = 'Y'
              MOVE WS-NOT-MAINTAINER TO ERRMSGO
              GO TO 710-EXIT
           END-IF
           IF ASTAGI = SPACES OR LOW-VALUES
              MOVE WS-TAG-PROMPT TO ERRMSGO
              MOVE -1 TO ASTAGL
              GO TO 710-EXIT
           END-IF
           MOVE ASTAGI TO WS-SEL-TAG
           IF RELTAGI = SPACES OR LOW-VALUES
              MOVE WS-REL-MISSING TO ERRMSGO
              MOVE -1 TO RELTAGL
              GO TO 710-EXIT
           END-IF
           MOVE RELTAGI TO REL-Parent-Tag
           MOVE WS-SEL-TAG TO REL-Child-Tag
           EXEC CICS DELETE
                FILE('STF088R')
                RIDFLD (REL-KEYS)
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL)
              MOVE 1 TO WS-PAGE
              PERFORM 450-BUILD-LINK-QUEUE
              MOVE WS-REL-REMOVED TO ERRMSGO
           ELSE
              MOVE WS-REL-MISSING TO ERRMSGO
              MOVE -1 TO RELTAGL
           END-IF.
       710-EXIT.
           EXIT.

       720-CHECK-ACTIVE.
           EXEC CICS READ
                FILE('STF018A')
                INTO (ASSET-REC)
                RIDFLD (WS-OTHER-TAG)
                RESP(WS-RETNCODE)
           END-EXEC.
       720-EXIT.
           EXIT.

      *    PF10: the SM126 impact view for the keyed tag, with the
      *    standard prefix built from the uaf001 row this screen
      *    verified against - PF3 there brings the user back here.
       800-XCTL-SM126.
           IF ASTAGI = SPACES OR LOW-VALUES
              MOVE WS-TAG-PROMPT TO ERRMSGO
              MOVE -1 TO ASTAGL
              PERFORM 600-DISPLAY-PAGE
              GO TO 800-EXIT
           END-IF
           EXEC CICS DELETEQ TS
                QUEUE(WS-QNAME)
                RESP(WS-RETNCODE)
           END-EXEC
           MOVE 'SM051' TO WS-IX-PGMID
           MOVE LOW-VALUES TO WS-IX-STATE
           MOVE SPACES TO WS-IX-TICKET
           MOVE WS-VERIFY-USERID TO WS-IX-USERID
           MOVE WS-VFY-TYPE(1:4) TO WS-IX-USR-TYPE
           MOVE WS-VFY-AUDITOR TO WS-IX-AUDITOR
           MOVE ASTAGI TO WS-IX-ASSET
           EXEC CICS XCTL
                PROGRAM('SM126')
                COMMAREA(WS-IMPACT-XCTL)
                RESP(WS-RETNCODE)
           END-EXEC
           MOVE WS-INVALID-PFKEY TO ERRMSGO
           PERFORM 600-DISPLAY-PAGE.
       800-EXIT.
           EXIT.
