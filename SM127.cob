       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM127.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *  SM127 is the screenless impact-analysis service: SM126,       *
      *  SM060 and SM062 EXEC CICS LINK here with the SMIMP01         *
      *  commarea (see that copybook for the contract) rather than    *
      *  each walking the relationship file for itself. Starting at   *
      *  the root asset, every STF088R row whose parent is an asset   *
      *  already reached adds its child, breadth first, the asset     *
      *  table doubling as the work queue - an asset reached twice    *
      *  (two paths, or a loop somebody keyed) is kept once, at the   *
      *  shallowest depth. Each downstream asset is then read from    *
      *  STF018A for its description and owning department, the       *
      *  departments are tallied, and one pass over STF001C picks up  *
      *  the open tickets already logged against any of them (no      *
      *  alternate index exists over TICKET-ASSET-TAG - the same      *
      *  full-scan acceptance SM051 made).                            *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY STF018A.
           COPY STF088R.
           COPY STF001C.
       01  WS-HEAD                               PIC S9(4) COMP.
       01  WS-SUB                                PIC S9(4) COMP.
       01  WS-SUB2                               PIC S9(4) COMP.
       01  WS-FOUND                              PIC X(01).
       01  WS-PARENT-TAG                         PIC X(08).
       01  WS-MAX-ASSETS                 PIC S9(4) COMP VALUE 50.
       01  WS-MAX-DEPTS                  PIC S9(4) COMP VALUE 20.
       01  WS-MAX-TICKETS                PIC S9(4) COMP VALUE 50.
       77  WS-RETNCODE                           PIC S9(8) COMP.
       77  WS-RETNCODE2                          PIC S9(8) COMP.

       LINKAGE SECTION.
           COPY SMIMP01 REPLACING ==IMP-COMMAREA== BY ==DFHCOMMAREA==.

       PROCEDURE DIVISION.
       100-MAIN.
           MOVE 'N' TO IMP-ROOT-FOUND
           MOVE 'N' TO IMP-TRUNCATED
           MOVE 0 TO IMP-ASSET-USED
           MOVE 0 TO IMP-ASSET-COUNT
           MOVE 0 TO IMP-DEPT-COUNT
           MOVE 0 TO IMP-OPEN-COUNT
           MOVE 0 TO IMP-TICKET-USED
           MOVE IMP-ROOT-TAG TO ASSET-TAG
           EXEC CICS READ
                FILE('STF018A')
                INTO (ASSET-REC)
                RIDFLD (ASSET-TAG)
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              GO TO 100-RETURN
           END-IF
           MOVE 'Y' TO IMP-ROOT-FOUND
           MOVE 1 TO IMP-ASSET-USED
           MOVE IMP-ROOT-TAG TO IMP-A-TAG(1)
           MOVE SPACES TO IMP-A-VIA(1)
           MOVE SPACES TO IMP-A-TYPE(1)
           MOVE 0 TO IMP-A-DEPTH(1)
           MOVE ASSET-DEPARTMENT TO IMP-A-DEPT(1)
           MOVE ASSET-DESC TO IMP-A-DESC(1)
           MOVE 0 TO IMP-A-OPEN(1)
           MOVE 1 TO WS-HEAD
           PERFORM UNTIL WS-HEAD > IMP-ASSET-USED
              PERFORM 200-EXPAND-ONE
              ADD 1 TO WS-HEAD
           END-PERFORM
           COMPUTE IMP-ASSET-COUNT = IMP-ASSET-USED - 1
           PERFORM VARYING WS-SUB FROM 2 BY 1
                   UNTIL WS-SUB > IMP-ASSET-USED
              PERFORM 300-DESCRIBE-ONE
           END-PERFORM
           IF IMP-ASSET-COUNT > 0
              PERFORM 400-SCAN-OPEN-TICKETS
           END-IF.
       100-RETURN.
           EXEC CICS RETURN
           END-EXEC.
       100-EXIT.
           EXIT.

      *    Every relationship row under the asset at the head of the
      *    queue - the parent is the high-order key, so one forward
      *    browse from (parent, LOW-VALUES) reads exactly its
      *    children.
       200-EXPAND-ONE.
           MOVE IMP-A-TAG(WS-HEAD) TO WS-PARENT-TAG
           MOVE WS-PARENT-TAG TO REL-Parent-Tag
           MOVE LOW-VALUES TO REL-Child-Tag
           EXEC CICS STARTBR
                FILE('STF088R')
                RIDFLD (REL-KEYS)
                GTEQ
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE2 NOT = DFHRESP(NORMAL)
                 EXEC CICS READNEXT
                      FILE('STF088R')
                      INTO (REL-REC)
                      RIDFLD (REL-KEYS)
                      RESP(WS-RETNCODE2)
                 END-EXEC
                 IF WS-RETNCODE2 = DFHRESP(NORMAL)
                    IF REL-Parent-Tag NOT = WS-PARENT-TAG
                       MOVE DFHRESP(ENDFILE) TO WS-RETNCODE2
                    ELSE
                       PERFORM 210-ADD-CHILD
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF088R')
              END-EXEC
           END-IF.
       200-EXIT.
           EXIT.

      *    Already reached (a second path, or a loop back to the
      *    root) - keep the first, shallowest, sighting only.
       210-ADD-CHILD.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > IMP-ASSET-USED
              IF IMP-A-TAG(WS-SUB) = REL-Child-Tag
                 MOVE 'Y' TO WS-FOUND
              END-IF
           END-PERFORM
           IF WS-FOUND = 'N'
              IF IMP-ASSET-USED < WS-MAX-ASSETS
                 ADD 1 TO IMP-ASSET-USED
                 MOVE IMP-ASSET-USED TO WS-SUB
                 MOVE REL-Child-Tag TO IMP-A-TAG(WS-SUB)
                 MOVE WS-PARENT-TAG TO IMP-A-VIA(WS-SUB)
                 MOVE REL-Type TO IMP-A-TYPE(WS-SUB)
                 IF IMP-A-DEPTH(WS-HEAD) < 99
                    COMPUTE IMP-A-DEPTH(WS-SUB) =
                            IMP-A-DEPTH(WS-HEAD) + 1
                 ELSE
                    MOVE 99 TO IMP-A-DEPTH(WS-SUB)
                 END-IF
                 MOVE SPACES TO IMP-A-DEPT(WS-SUB)
                 MOVE SPACES TO IMP-A-DESC(WS-SUB)
                 MOVE 0 TO IMP-A-OPEN(WS-SUB)
              ELSE
                 MOVE 'Y' TO IMP-TRUNCATED
              END-IF
           END-IF.
       210-EXIT.
           EXIT.

      *    Description and owning department from the asset master,
      *    then the department tally. A tag retired from STF018A
      *    since it was linked still shows, flagged by its text.
       300-DESCRIBE-ONE.
           MOVE IMP-A-TAG(WS-SUB) TO ASSET-TAG
           EXEC CICS READ
                FILE('STF018A')
                INTO (ASSET-REC)
                RIDFLD (ASSET-TAG)
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL)
              MOVE ASSET-DEPARTMENT TO IMP-A-DEPT(WS-SUB)
              IF ASSET-ACTIVE = 'Y'
                 MOVE ASSET-DESC TO IMP-A-DESC(WS-SUB)
              ELSE
                 MOVE '** RETIRED ASSET **' TO IMP-A-DESC(WS-SUB)
              END-IF
           ELSE
              MOVE SPACES TO IMP-A-DEPT(WS-SUB)
              MOVE '** NOT ON MASTER **' TO IMP-A-DESC(WS-SUB)
           END-IF
           IF IMP-A-DEPT(WS-SUB) NOT = SPACES
              PERFORM 310-TALLY-DEPT
           END-IF.
       300-EXIT.
           EXIT.

       310-TALLY-DEPT.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-SUB2 FROM 1 BY 1
                   UNTIL WS-SUB2 > IMP-DEPT-COUNT
              IF IMP-D-DEPT(WS-SUB2) = IMP-A-DEPT(WS-SUB)
                 ADD 1 TO IMP-D-ASSETS(WS-SUB2)
                 MOVE 'Y' TO WS-FOUND
              END-IF
           END-PERFORM
           IF WS-FOUND = 'N'
              IF IMP-DEPT-COUNT < WS-MAX-DEPTS
                 ADD 1 TO IMP-DEPT-COUNT
                 MOVE IMP-A-DEPT(WS-SUB) TO IMP-D-DEPT(IMP-DEPT-COUNT)
                 MOVE 1 TO IMP-D-ASSETS(IMP-DEPT-COUNT)
              ELSE
                 MOVE 'Y' TO IMP-TRUNCATED
              END-IF
           END-IF.
       310-EXIT.
           EXIT.

      *    One pass over the live ticket file; an open ticket whose
      *    asset tag is anywhere downstream is counted against that
      *    asset and listed. The root's own tickets are the incident
      *    being analysed and are not repeated here.
       400-SCAN-OPEN-TICKETS.
           MOVE LOW-VALUES TO TICKET-KEY
           EXEC CICS STARTBR
                FILE('STF001C')
                RIDFLD (TICKET-KEY)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
                 EXEC CICS READNEXT
                      FILE('STF001C')
                      INTO (TICKET-REC)
                      RIDFLD (TICKET-KEY)
                      RESP(WS-RETNCODE)
                 END-EXEC
                 IF WS-RETNCODE = DFHRESP(NORMAL) AND
                    TICKET-ASSET-TAG NOT = SPACES AND
                    TICKET-ASSET-TAG NOT = LOW-VALUES AND
                    TICKET-STATUS NOT = 'CLOSED' AND
                    TICKET-STATUS NOT = 'CANCELED'
                    PERFORM 410-MATCH-TICKET
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF001C')
              END-EXEC
           END-IF.
       400-EXIT.
           EXIT.

       410-MATCH-TICKET.
           PERFORM VARYING WS-SUB FROM 2 BY 1
                   UNTIL WS-SUB > IMP-ASSET-USED
              IF IMP-A-TAG(WS-SUB) = TICKET-ASSET-TAG
                 IF IMP-A-OPEN(WS-SUB) < 999
                    ADD 1 TO IMP-A-OPEN(WS-SUB)
                 END-IF
                 IF IMP-OPEN-COUNT < 999
                    ADD 1 TO IMP-OPEN-COUNT
                 END-IF
                 IF IMP-TICKET-USED < WS-MAX-TICKETS
                    ADD 1 TO IMP-TICKET-USED
                    MOVE IMP-TICKET-USED TO WS-SUB2
                    MOVE TICKET-ASSET-TAG TO IMP-T-TAG(WS-SUB2)
                    MOVE TICKET-KEY TO IMP-T-KEY(WS-SUB2)
                    MOVE TICKET-STATUS TO IMP-T-STATUS(WS-SUB2)
                    MOVE TICKET-PRIORITY TO IMP-T-PRIORITY(WS-SUB2)
                 ELSE
                    MOVE 'Y' TO IMP-TRUNCATED
                 END-IF
              END-IF
           END-PERFORM.
       410-EXIT.
           EXIT.
