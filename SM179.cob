       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM179.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *  SM179 is the screenless ticket follow-up service. SM003's     *
      *  update screen and SM027's MY WORK list EXEC CICS LINK here    *
      *  with the SMFUP01 commarea to set a bring-forward date on a    *
      *  ticket (ADD) or to close one off (DONE), so the STF125F       *
      *  rules live in one place. An ADD is refused unless the date    *
      *  is a real YYYYMMDD date no earlier than today and the ticket  *
      *  is on file; the new row takes the ticket's next sequence,     *
      *  found with the same GTEQ browse the STF002E writers use. A    *
      *  DONE only touches a row that is still OPEN. Reminders and     *
      *  the overdue list are left to SM180 and SM053.                 *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY STF125F.
           COPY STF001C.
       77  WS-RETNCODE                           PIC S9(8) COMP.
       01  WS-TODAY-YYYYMMDD                     PIC 9(08).
       01  WS-LAST-SEQ                           PIC 9(03).
       01  WS-DUE-X                              PIC X(08).
       01  WS-DUE-DATE REDEFINES WS-DUE-X        PIC 9(08).
       01  WS-DUE-R REDEFINES WS-DUE-X.
           05 WS-DUE-YYYY                        PIC 9(04).
           05 WS-DUE-MM                          PIC 9(02).
           05 WS-DUE-DD                          PIC 9(02).

       LINKAGE SECTION.
           COPY SMFUP01 REPLACING ==FUQ-COMMAREA== BY ==DFHCOMMAREA==.

       PROCEDURE DIVISION.
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YYYYMMDD
           MOVE SPACES TO FUQ-RESULT
           EVALUATE FUQ-FUNCTION
             WHEN 'ADD '
                  PERFORM 200-ADD-FOLLOW-UP
             WHEN 'DONE'
                  PERFORM 300-MARK-DONE
             WHEN OTHER
                  MOVE 'NOT FOUND' TO FUQ-RESULT
           END-EVALUATE
           EXEC CICS RETURN
           END-EXEC.
       100-EXIT.
           EXIT.

       200-ADD-FOLLOW-UP.
           MOVE FUQ-DUE-DATE TO WS-DUE-X
           IF WS-DUE-X NOT NUMERIC OR
              WS-DUE-YYYY < 1900 OR
              WS-DUE-MM < 1 OR WS-DUE-MM > 12 OR
              WS-DUE-DD < 1 OR WS-DUE-DD > 31
              MOVE 'BAD DATE' TO FUQ-RESULT
              GO TO 200-EXIT
           END-IF
           IF WS-DUE-DATE < WS-TODAY-YYYYMMDD
              MOVE 'PAST DATE' TO FUQ-RESULT
              GO TO 200-EXIT
           END-IF
           MOVE FUQ-TICKET-ID TO TICKET-KEY
           EXEC CICS READ
                FILE('STF001C')
                INTO (TICKET-REC)
                RIDFLD (TICKET-KEY)
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              MOVE 'NO TICKET' TO FUQ-RESULT
              GO TO 200-EXIT
           END-IF
           PERFORM 210-FIND-LAST-SEQ
           IF WS-LAST-SEQ = 999
              MOVE 'FILE ERR' TO FUQ-RESULT
              GO TO 200-EXIT
           END-IF
           MOVE SPACES TO FUP-REC
           MOVE FUQ-TICKET-ID TO FUP-Ticket-ID
           COMPUTE FUP-Seq = WS-LAST-SEQ + 1
           MOVE FUQ-PROVIDER TO FUP-Provider
           MOVE WS-DUE-DATE TO FUP-Due-Date
           MOVE FUQ-NOTE TO FUP-Note
           IF FUP-Note = SPACES OR FUP-Note = LOW-VALUES
              MOVE 'FOLLOW UP' TO FUP-Note
           END-IF
           MOVE 'OPEN' TO FUP-Status
           MOVE FUQ-USERID TO FUP-Set-By
           MOVE WS-TODAY-YYYYMMDD TO FUP-Set-Date
           MOVE 'N' TO FUP-Reminded
           MOVE 0 TO FUP-Done-Date
           EXEC CICS WRITE
                FILE('STF125F')
                FROM (FUP-REC)
                RIDFLD (FUP-KEYS)
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              MOVE 'FILE ERR' TO FUQ-RESULT
              GO TO 200-EXIT
           END-IF
           MOVE FUP-Seq TO FUQ-SEQ
           MOVE 'OK' TO FUQ-RESULT.
       200-EXIT.
           EXIT.

       210-FIND-LAST-SEQ.
           MOVE 0 TO WS-LAST-SEQ
           MOVE FUQ-TICKET-ID TO FUP-Ticket-ID
           MOVE 0 TO FUP-Seq
           EXEC CICS STARTBR
                FILE('STF125F')
                RIDFLD (FUP-KEYS)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
                      OR FUP-Ticket-ID NOT = FUQ-TICKET-ID
                 EXEC CICS READNEXT
                      FILE('STF125F')
                      INTO (FUP-REC)
                      RIDFLD (FUP-KEYS)
                      RESP(WS-RETNCODE)
                 END-EXEC
                 IF WS-RETNCODE = DFHRESP(NORMAL) AND
                    FUP-Ticket-ID = FUQ-TICKET-ID
                    MOVE FUP-Seq TO WS-LAST-SEQ
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF125F')
              END-EXEC
           END-IF.
       210-EXIT.
           EXIT.

       300-MARK-DONE.
           MOVE FUQ-TICKET-ID TO FUP-Ticket-ID
           MOVE FUQ-SEQ TO FUP-Seq
           EXEC CICS READ
                FILE('STF125F')
                INTO (FUP-REC)
                RIDFLD (FUP-KEYS)
                UPDATE
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              MOVE 'NOT FOUND' TO FUQ-RESULT
              GO TO 300-EXIT
           END-IF
           IF FUP-Status NOT = 'OPEN'
              EXEC CICS UNLOCK
                   FILE('STF125F')
              END-EXEC
              MOVE 'NOT OPEN' TO FUQ-RESULT
              GO TO 300-EXIT
           END-IF
           MOVE 'DONE' TO FUP-Status
           MOVE FUQ-USERID TO FUP-Done-By
           MOVE WS-TODAY-YYYYMMDD TO FUP-Done-Date
           EXEC CICS REWRITE
                FILE('STF125F')
                FROM (FUP-REC)
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              MOVE 'FILE ERR' TO FUQ-RESULT
              GO TO 300-EXIT
           END-IF
           MOVE 'OK' TO FUQ-RESULT.
       300-EXIT.
           EXIT.
