      *  answered from their own STF009N slice (a row naming the       *
      *  alert's ticket with the ONCALL marker), so restarts and       *
      *  repeated runs never double-page anyone.                       *
      *                                                                *
      *  Every page also opens an STF079K callout row (status PAGED)   *
      *  for the engineer on the ticket, which they later confirm on   *
      *  SM117 with the hours worked for SM118's weekly allowance      *
      *  run. When the backup is paged, the primary's PAGED row on     *
      *  the ticket is marked NOANSWER - the unanswered callouts       *
      *  SM118 reports to the desk manager.                            *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY STF030A.
           COPY STF050K.
           COPY STF004H.
           COPY STF009N.
           COPY STF079K.
       COPY STF001C REPLACING ==TICKET-REC== BY ==WS-TICKET-REC==.

       01  WS-GRACE-MINUTES                      PIC 9(03) VALUE 30.
       01  WS-STAMP                              PIC X(20).
       01  WS-DATE-FULL-X                        PIC X(10).
       01  WS-TKT-CRITICAL                       PIC X.
       01  WS-CO-ROLE                            PIC X.
       01  WS-CO-LAST-SEQ                        PIC 9(02).
       01  WS-CO-FLIP-SEQ                        PIC 9(02).
       77  WS-RETNCODE                           PIC S9(8) COMP.
       77  WS-RETNCODE2                          PIC S9(8) COMP.
       77  WS-RETNCODE3                          PIC S9(8) COMP.
              PERFORM 320-CHECK-ALREADY-TOLD
              IF WS-ALREADY-TOLD = 'N'
                 PERFORM 330-NOTIFY-ONCALL
                 MOVE 'P' TO WS-CO-ROLE
                 PERFORM 350-WRITE-CALLOUT
                 ADD 1 TO WS-HANDLED-COUNT
              END-IF
              PERFORM 340-COMPUTE-ALERT-AGE
                 PERFORM 320-CHECK-ALREADY-TOLD
                 IF WS-ALREADY-TOLD = 'N'
                    PERFORM 330-NOTIFY-ONCALL
                    MOVE 'B' TO WS-CO-ROLE
                    PERFORM 350-WRITE-CALLOUT
                    PERFORM 360-MARK-PRIMARY-NOANSWER
                    ADD 1 TO WS-HANDLED-COUNT
                 END-IF
              END-IF
       330-EXIT.
           EXIT.

      *    One STF079K callout row for the engineer just paged,
      *    next sequence on the ticket (full highest-seq walk).
       350-WRITE-CALLOUT.
           MOVE 0 TO WS-CO-LAST-SEQ
           MOVE ALERT-Ticket TO CO-Ticket-ID
           MOVE 0 TO CO-Seq
           EXEC CICS STARTBR
                FILE('STF079K')
                RIDFLD(CO-KEYS)
                GTEQ
                RESP(WS-RETNCODE3)
           END-EXEC
           IF WS-RETNCODE3 = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE3 NOT = DFHRESP(NORMAL)
                      OR CO-Ticket-ID NOT = ALERT-Ticket
                 EXEC CICS READNEXT
                      FILE('STF079K')
                      INTO(CO-REC)
                      RIDFLD(CO-KEYS)
                      RESP(WS-RETNCODE3)
                 END-EXEC
                 IF WS-RETNCODE3 = DFHRESP(NORMAL) AND
                    CO-Ticket-ID = ALERT-Ticket
                    MOVE CO-Seq TO WS-CO-LAST-SEQ
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF079K')
              END-EXEC
           END-IF
           MOVE SPACES TO CO-REC
           MOVE ALERT-Ticket TO CO-Ticket-ID
           COMPUTE CO-Seq = WS-CO-LAST-SEQ + 1
           MOVE WS-NTF-TARGET TO CO-Engineer
           MOVE WS-CO-ROLE TO CO-Role
           MOVE WS-TODAY-YYYYMMDD TO CO-Page-Date
           MOVE WS-TIME-X TO CO-Page-Time
           MOVE WS-WEEK-START TO CO-Week-Start
           MOVE 'PAGED' TO CO-Status
           MOVE 0 TO CO-Start-Date CO-Start-Time
                     CO-End-Date CO-End-Time
                     CO-Minutes CO-Amount CO-Paid-Week
           EXEC CICS WRITE
                FILE('STF079K')
                FROM (CO-REC)
                RIDFLD (CO-KEYS)
                RESP(WS-RETNCODE3)
           END-EXEC.
       350-EXIT.
           EXIT.

      *    The backup had to be paged - the primary's open PAGED
      *    callout on this ticket becomes NOANSWER.
       360-MARK-PRIMARY-NOANSWER.
           MOVE 0 TO WS-CO-FLIP-SEQ
           MOVE ALERT-Ticket TO CO-Ticket-ID
           MOVE 0 TO CO-Seq
           EXEC CICS STARTBR
                FILE('STF079K')
                RIDFLD(CO-KEYS)
                GTEQ
                RESP(WS-RETNCODE3)
           END-EXEC
           IF WS-RETNCODE3 = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE3 NOT = DFHRESP(NORMAL)
                      OR CO-Ticket-ID NOT = ALERT-Ticket
                 EXEC CICS READNEXT
                      FILE('STF079K')
                      INTO(CO-REC)
                      RIDFLD(CO-KEYS)
                      RESP(WS-RETNCODE3)
                 END-EXEC
                 IF WS-RETNCODE3 = DFHRESP(NORMAL) AND
                    CO-Ticket-ID = ALERT-Ticket AND
                    CO-Engineer = ONCALL-Primary AND
                    CO-Role = 'P' AND
                    CO-Status = 'PAGED'
                    MOVE CO-Seq TO WS-CO-FLIP-SEQ
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF079K')
              END-EXEC
           END-IF
           IF WS-CO-FLIP-SEQ > 0
              MOVE ALERT-Ticket TO CO-Ticket-ID
              MOVE WS-CO-FLIP-SEQ TO CO-Seq
              EXEC CICS READ
                   FILE('STF079K')
                   INTO (CO-REC)
                   RIDFLD (CO-KEYS)
                   UPDATE
                   RESP(WS-RETNCODE3)
              END-EXEC
              IF WS-RETNCODE3 = DFHRESP(NORMAL)
                 MOVE 'NOANSWER' TO CO-Status
                 EXEC CICS REWRITE
                      FILE('STF079K')
                      FROM (CO-REC)
                      RESP(WS-RETNCODE3)
                 END-EXEC
              END-IF
           END-IF.
       360-EXIT.
           EXIT.

      *    One STF026J run-history row for the SM031 operator
      *    console, same convention as the other housekeeping jobs.
       800-WRITE-JOB-HISTORY.
           MOVE FUNCTION CURRENT-DATE(9:6) TO JOBH-End-Time
           MOVE WS-JOB-COUNT TO JOBH-Count
           MOVE WS-JOB-OUTCOME TO JOBH-Outcome
           MOVE WS-JOB-START-DATE TO JOBH-Bus-Date
           EXEC CICS WRITE
                FILE('STF026J')
                FROM (JOBH-REC)
