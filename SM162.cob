       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM162.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *  SM162 is the change-window job (TRANSID 'S162'), a self-      *
      *  rescheduling transaction on a 15-minute INTERVAL. Users keep  *
      *  raising tickets about a server an approved change has taken   *
      *  down, and the desk used to work them as fresh incidents.      *
      *                                                                *
      *  Each run walks STF037C for the changes whose window matters:  *
      *  APPROVED with today inside the planned start/end, or with a   *
      *  window still marked open. When the window opens an STF014M    *
      *  broadcast is posted for the asset (key 'C' + change id, the   *
      *  SM060 major-incident convention), so the SM0000 menu tells    *
      *  users before they submit. While it is open, every live        *
      *  ticket on the asset raised since the window started (its      *
      *  STF002E creation row) is parked: TICKET-HOLD-STATUS PLANNED,  *
      *  which keeps it out of SM075 dispatch and stops the SM018 SLA  *
      *  clock, and an STF115O row tags it to the change.              *
      *                                                                *
      *  The window closes once the end date has passed or the change  *
      *  is no longer APPROVED (marked DONE early, or canceled). The   *
      *  broadcast is retired and the parked tickets are ended in      *
      *  bulk: a change reviewed SUCCESSFUL or SUCCESSFUL WITH ISSUES  *
      *  takes them with it to COMPLETED; any other outcome, or none   *
      *  yet, releases them into dispatch with the days parked added   *
      *  to the hold days, the way an SM065 release does. A ticket     *
      *  someone has taken off PLANNED in the meantime is left as it   *
      *  is. Every park, release and close is logged on STF002E with   *
      *  the change capture and journal rows any STF001C writer makes. *
      *  No run is made while the SM150 batch window is DOWN.          *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY STF037C.
           COPY STF001C.
           COPY STF014M.
           COPY STF115O.
           COPY STF008D.
           COPY SMJRN01 REPLACING ==JRN-COMMAREA== BY ==WS-JRN-AREA==.
           COPY STF032C.
       01  WS-CNTR-OLD-STATUS                    PIC X(10).
       01  WS-CNTR-NEW-STATUS                    PIC X(10).
           COPY STF026J.
           COPY SMMNT01 REPLACING ==MNQ-COMMAREA== BY ==WS-MNT-AREA==.
       77  WS-MNT-RESP                           PIC S9(8) COMP.

       01  WS-LOG-REC.
           05 WS-LOG-KEYS.
               10 WS-LOG-TICKET-ID               PIC X(07).
               10 WS-LOG-SEQ-NUM                 PIC 9(03).
           05 WS-LOG-LAST-UPD                    PIC X(20).
           05 WS-LOG-LAST-UPDBY                  PIC X(10).
           05 WS-LOG-UPD-REMARKS                 PIC X(50).
           05 FILLER                             PIC X(11).
           05 WS-LOG-ENTRY-TYPE                 PIC X(01).

       01  WS-CHG-QNAME                          PIC X(08) VALUE
           'S162CHG '.
       01  WS-TKT-QNAME                          PIC X(08) VALUE
           'S162TKT '.
       01  WS-CUR-CHG                            PIC X(06).
       01  WS-CUR-TICKET                         PIC X(07).
       01  WS-IN-WINDOW                          PIC X VALUE 'N'.
       01  WS-CLOSE-TICKETS                      PIC X VALUE 'N'.
       01  WS-TICKET-LIVE                        PIC X VALUE 'N'.
       01  WS-RAISED-IN-WINDOW                   PIC X VALUE 'N'.
       01  WS-RAISED-YYYYMMDD                    PIC 9(08).
       01  WS-HELD-DAYS                          PIC S9(05).
       01  WS-CDC-ACTION                         PIC X(01).
       01  WS-NEW-WINDOW-STATE                   PIC X(01).
       01  WS-END-STATE                          PIC X(08).
       01  WS-TODAY-YYYYMMDD                     PIC 9(08).
       01  WS-STAMP                              PIC X(20).
       01  WS-DATE-X                             PIC X(10).
       01  WS-TIME-X                             PIC X(08).
       01  WS-TIME                               PIC 9(15) COMP-3.
       01  WS-LOG-LAST-SEQ                       PIC 9(03).
       01  WS-WORK-COUNT                         PIC 9(05) VALUE 0.

       01  WS-JOB-START-DATE                     PIC 9(08).
       01  WS-JOB-START-TIME                     PIC X(06).
       01  WS-JOB-OUTCOME                        PIC X(08).
       77  WS-JOB-RESP                           PIC S9(8) COMP.

       77  WS-RETNCODE                           PIC S9(8) COMP.
       77  WS-RETNCODE2                          PIC S9(8) COMP.
       77  WS-RETNCODE3                          PIC S9(8) COMP.

       LINKAGE SECTION.
       01  DFHCOMMAREA                           PIC X(01).
      *----------------------------------------------------------------*
      *                          PROCEDURE DIVISION                    *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-JOB-START-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-JOB-START-TIME
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YYYYMMDD
           EXEC CICS ASKTIME
                ABSTIME (WS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME
                ABSTIME  (WS-TIME)
                DATESEP  ('/')
                MMDDYYYY (WS-DATE-X)
                TIME     (WS-TIME-X)
                TIMESEP  (':')
           END-EXEC
           MOVE SPACES TO WS-STAMP
           MOVE WS-DATE-X TO WS-STAMP(1:10)
           MOVE WS-TIME-X TO WS-STAMP(12:8)
           MOVE 'OK' TO WS-JOB-OUTCOME
           PERFORM 090-CHECK-MAINTENANCE
           IF MNQ-DOWN = 'Y'
              MOVE 'DEFERRED' TO WS-JOB-OUTCOME
           ELSE
              PERFORM 200-QUEUE-WINDOWS
              PERFORM 300-WORK-WINDOWS
              EXEC CICS DELETEQ TS
                   QUEUE(WS-CHG-QNAME)
                   RESP(WS-RETNCODE)
              END-EXEC
              EXEC CICS DELETEQ TS
                   QUEUE(WS-TKT-QNAME)
                   RESP(WS-RETNCODE)
              END-EXEC
           END-IF
           PERFORM 800-WRITE-JOB-HISTORY
           PERFORM 900-RESCHEDULE
           EXEC CICS RETURN
           END-EXEC.
       100-EXIT.
           EXIT.

      *    While the SM150 window is DOWN the ticket files are closed.
       090-CHECK-MAINTENANCE.
           MOVE '01' TO MNQ-VERSION
           MOVE 'N' TO MNQ-DOWN
           EXEC CICS LINK
                PROGRAM('SM151')
                COMMAREA(WS-MNT-AREA)
                RESP(WS-MNT-RESP)
           END-EXEC
           IF WS-MNT-RESP NOT = DFHRESP(NORMAL)
              MOVE 'N' TO MNQ-DOWN
           END-IF.
       090-EXIT.
           EXIT.

      *    One STF037C pass queues the changes to work (CICS disallows
      *    REWRITE under the open browse): an APPROVED change inside
      *    its window, or any change whose window is still open.
       200-QUEUE-WINDOWS.
           EXEC CICS DELETEQ TS
                QUEUE(WS-CHG-QNAME)
                RESP(WS-RETNCODE)
           END-EXEC
           MOVE LOW-VALUES TO CHG-ID
           EXEC CICS STARTBR
                FILE('STF037C')
                RIDFLD (CHG-ID)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              GO TO 200-EXIT
           END-IF
           PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
              EXEC CICS READNEXT
                   FILE('STF037C')
                   INTO (CHANGE-REC)
                   RIDFLD (CHG-ID)
                   RESP(WS-RETNCODE)
              END-EXEC
              IF WS-RETNCODE = DFHRESP(NORMAL)
                 PERFORM 210-JUDGE-WINDOW
                 IF WS-IN-WINDOW = 'Y' OR CHG-WINDOW-STATE = 'O'
                    EXEC CICS WRITEQ TS
                         QUEUE(WS-CHG-QNAME)
                         FROM (CHG-ID)
                    END-EXEC
                 END-IF
              END-IF
           END-PERFORM
           EXEC CICS ENDBR
                FILE('STF037C')
           END-EXEC.
       200-EXIT.
           EXIT.

       210-JUDGE-WINDOW.
           MOVE 'N' TO WS-IN-WINDOW
           IF CHG-STATUS = 'APPROVED' AND
              CHG-START NUMERIC AND CHG-END NUMERIC
              IF CHG-START <= WS-TODAY-YYYYMMDD AND
                 CHG-END >= WS-TODAY-YYYYMMDD
                 MOVE 'Y' TO WS-IN-WINDOW
              END-IF
           END-IF.
       210-EXIT.
           EXIT.

       300-WORK-WINDOWS.
           EXEC CICS READQ TS
                QUEUE(WS-CHG-QNAME)
                INTO (WS-CUR-CHG)
                NEXT
                RESP (WS-RETNCODE)
           END-EXEC
           PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
              PERFORM 310-WORK-ONE-WINDOW
              EXEC CICS READQ TS
                   QUEUE(WS-CHG-QNAME)
                   INTO (WS-CUR-CHG)
                   NEXT
                   RESP (WS-RETNCODE)
              END-EXEC
           END-PERFORM.
       300-EXIT.
           EXIT.

      *    The change is re-read for the decision; the ticket work is
      *    done before the window state is rewritten, so a run that
      *    stops part way simply repeats on the next cycle.
       310-WORK-ONE-WINDOW.
           MOVE WS-CUR-CHG TO CHG-ID
           EXEC CICS READ
                FILE('STF037C')
                INTO (CHANGE-REC)
                RIDFLD (CHG-ID)
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL)
              GO TO 310-EXIT
           END-IF
           PERFORM 210-JUDGE-WINDOW
           IF WS-IN-WINDOW = 'Y'
              IF CHG-WINDOW-STATE NOT = 'O'
                 PERFORM 400-POST-BROADCAST
                 MOVE 'O' TO WS-NEW-WINDOW-STATE
                 PERFORM 350-SET-WINDOW-STATE
              END-IF
              PERFORM 420-PARK-NEW-TICKETS
           ELSE
              IF CHG-WINDOW-STATE = 'O'
                 MOVE 'N' TO WS-CLOSE-TICKETS
                 IF CHG-STATUS = 'DONE' AND
                    (CHG-OUTCOME = 'SUCCESSFUL' OR
                     CHG-OUTCOME = 'SUCCESSFUL WITH ISSUES')
                    MOVE 'Y' TO WS-CLOSE-TICKETS
                 END-IF
                 PERFORM 500-RETIRE-BROADCAST
                 PERFORM 520-END-PARKING
                 MOVE 'C' TO WS-NEW-WINDOW-STATE
                 PERFORM 350-SET-WINDOW-STATE
              END-IF
           END-IF.
       310-EXIT.
           EXIT.

       350-SET-WINDOW-STATE.
           MOVE WS-CUR-CHG TO CHG-ID
           EXEC CICS READ
                FILE('STF037C')
                INTO (CHANGE-REC)
                RIDFLD (CHG-ID)
                UPDATE
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              MOVE WS-NEW-WINDOW-STATE TO CHG-WINDOW-STATE
              EXEC CICS REWRITE
                   FILE('STF037C')
                   FROM (CHANGE-REC)
                   RESP(WS-RETNCODE2)
              END-EXEC
           END-IF.
       350-EXIT.
           EXIT.

      *    Key 'C' + change id so the close retires exactly the line
      *    the open posted; bounded by the planned window.
       400-POST-BROADCAST.
           MOVE SPACES TO MOTD-KEY
           MOVE 'C' TO MOTD-KEY(1:1)
           MOVE CHG-ID TO MOTD-KEY(2:6)
           MOVE SPACES TO MOTD-TEXT
           STRING 'PLANNED OUTAGE ' DELIMITED BY SIZE
                  CHG-ASSET-TAG DELIMITED BY SPACE
                  ' UNTIL ' DELIMITED BY SIZE
                  CHG-END DELIMITED BY SIZE
                  ' - CHANGE ' DELIMITED BY SIZE
                  CHG-ID DELIMITED BY SIZE
                  INTO MOTD-TEXT
           END-STRING
           MOVE CHG-START TO MOTD-FROM
           MOVE CHG-END TO MOTD-TO
           MOVE 'C' TO MOTD-SEVERITY
           MOVE 'Y' TO MOTD-ACTIVE
           EXEC CICS WRITE
                FILE('STF014M')
                FROM (MOTD-REC)
                RIDFLD (MOTD-KEY)
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(DUPREC)
              EXEC CICS READ
                   FILE('STF014M')
                   INTO (MOTD-REC)
                   RIDFLD (MOTD-KEY)
                   UPDATE
                   RESP(WS-RETNCODE2)
              END-EXEC
              IF WS-RETNCODE2 = DFHRESP(NORMAL)
                 MOVE 'Y' TO MOTD-ACTIVE
                 MOVE CHG-START TO MOTD-FROM
                 MOVE CHG-END TO MOTD-TO
                 EXEC CICS REWRITE
                      FILE('STF014M')
                      FROM (MOTD-REC)
                      RESP(WS-RETNCODE2)
                 END-EXEC
              END-IF
           END-IF.
       400-EXIT.
           EXIT.

      *    One STF001C pass for the change's asset (no alternate index
      *    over TICKET-ASSET-TAG); live, unheld tickets raised inside
      *    the window and not yet tagged to this change are queued.
       420-PARK-NEW-TICKETS.
           EXEC CICS DELETEQ TS
                QUEUE(WS-TKT-QNAME)
                RESP(WS-RETNCODE2)
           END-EXEC
           MOVE LOW-VALUES TO TICKET-KEY
           EXEC CICS STARTBR
                FILE('STF001C')
                RIDFLD (TICKET-KEY)
                GTEQ
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL)
              GO TO 420-EXIT
           END-IF
           PERFORM UNTIL WS-RETNCODE2 NOT = DFHRESP(NORMAL)
              EXEC CICS READNEXT
                   FILE('STF001C')
                   INTO (TICKET-REC)
                   RIDFLD (TICKET-KEY)
                   RESP(WS-RETNCODE2)
              END-EXEC
              IF WS-RETNCODE2 = DFHRESP(NORMAL) AND
                 TICKET-ASSET-TAG = CHG-ASSET-TAG
                 PERFORM 425-CHECK-PARKABLE
                 IF WS-TICKET-LIVE = 'Y' AND
                    WS-RAISED-IN-WINDOW = 'Y'
                    EXEC CICS WRITEQ TS
                         QUEUE(WS-TKT-QNAME)
                         FROM (TICKET-KEY)
                    END-EXEC
                 END-IF
              END-IF
           END-PERFORM
           EXEC CICS ENDBR
                FILE('STF001C')
           END-EXEC
           EXEC CICS READQ TS
                QUEUE(WS-TKT-QNAME)
                INTO (WS-CUR-TICKET)
                NEXT
                RESP (WS-RETNCODE2)
           END-EXEC
           PERFORM UNTIL WS-RETNCODE2 NOT = DFHRESP(NORMAL)
              PERFORM 430-PARK-ONE-TICKET
              EXEC CICS READQ TS
                   QUEUE(WS-TKT-QNAME)
                   INTO (WS-CUR-TICKET)
                   NEXT
                   RESP (WS-RETNCODE2)
              END-EXEC
           END-PERFORM.
       420-EXIT.
           EXIT.

      *    Sets WS-TICKET-LIVE for the ticket in TICKET-REC and, for a
      *    live one, WS-RAISED-IN-WINDOW from its creation row and
      *    whether this change has tagged it before.
       425-CHECK-PARKABLE.
           MOVE 'N' TO WS-TICKET-LIVE
           MOVE 'N' TO WS-RAISED-IN-WINDOW
           EVALUATE TICKET-STATUS
             WHEN 'COMPLETED'
             WHEN 'CLOSED'
             WHEN 'CANCELED'
             WHEN 'REJECTED'
                  GO TO 425-EXIT
           END-EVALUATE
           IF TICKET-HOLD-STATUS = 'PEND-REQ' OR
              TICKET-HOLD-STATUS = 'AT-VENDOR' OR
              TICKET-HOLD-STATUS = 'PLANNED'
              GO TO 425-EXIT
           END-IF
           MOVE 'Y' TO WS-TICKET-LIVE
           MOVE TICKET-KEY TO WS-LOG-TICKET-ID
           MOVE 1 TO WS-LOG-SEQ-NUM
           EXEC CICS READ
                FILE('STF002E')
                INTO (WS-LOG-REC)
                RIDFLD (WS-LOG-KEYS)
                RESP(WS-RETNCODE3)
           END-EXEC
           IF WS-RETNCODE3 NOT = DFHRESP(NORMAL)
              GO TO 425-EXIT
           END-IF
           MOVE WS-LOG-LAST-UPD(7:4) TO WS-RAISED-YYYYMMDD(1:4)
           MOVE WS-LOG-LAST-UPD(1:2) TO WS-RAISED-YYYYMMDD(5:2)
           MOVE WS-LOG-LAST-UPD(4:2) TO WS-RAISED-YYYYMMDD(7:2)
           IF WS-RAISED-YYYYMMDD NOT NUMERIC
              GO TO 425-EXIT
           END-IF
           IF WS-RAISED-YYYYMMDD < CHG-START OR
              WS-RAISED-YYYYMMDD > CHG-END
              GO TO 425-EXIT
           END-IF
           MOVE CHG-ID TO POUT-Change-ID
           MOVE TICKET-KEY TO POUT-Ticket-ID
           EXEC CICS READ
                FILE('STF115O')
                INTO (POUT-REC)
                RIDFLD (POUT-KEYS)
                RESP(WS-RETNCODE3)
           END-EXEC
           IF WS-RETNCODE3 NOT = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-RAISED-IN-WINDOW
           END-IF.
       425-EXIT.
           EXIT.

       430-PARK-ONE-TICKET.
           EXEC CICS READ
                FILE('STF001C')
                INTO (TICKET-REC)
                RIDFLD (WS-CUR-TICKET)
                UPDATE
                RESP(WS-RETNCODE3)
           END-EXEC
           IF WS-RETNCODE3 NOT = DFHRESP(NORMAL)
              GO TO 430-EXIT
           END-IF
           PERFORM 425-CHECK-PARKABLE
           IF WS-TICKET-LIVE NOT = 'Y' OR
              WS-RAISED-IN-WINDOW NOT = 'Y'
              EXEC CICS UNLOCK
                   FILE('STF001C')
              END-EXEC
              GO TO 430-EXIT
           END-IF
           MOVE 'PLANNED' TO TICKET-HOLD-STATUS
           MOVE WS-TODAY-YYYYMMDD TO TICKET-HOLD-START
           IF TICKET-HOLD-DAYS NOT NUMERIC
              MOVE 0 TO TICKET-HOLD-DAYS
           END-IF
           MOVE SPACES TO TICKET-UPDATE-REMARKS
           STRING 'PARKED - PLANNED OUTAGE, CHANGE ' DELIMITED BY SIZE
                  CHG-ID DELIMITED BY SIZE
                  INTO TICKET-UPDATE-REMARKS
           END-STRING
           MOVE WS-STAMP TO TICKET-LAST-UPDATE
           MOVE 'SM162' TO TICKET-LAST-UPDATE-BY
           EXEC CICS REWRITE
                FILE('STF001C')
                FROM (TICKET-REC)
                RESP(WS-RETNCODE3)
           END-EXEC
           IF WS-RETNCODE3 NOT = DFHRESP(NORMAL)
              GO TO 430-EXIT
           END-IF
           MOVE TICKET-UPDATE-REMARKS TO WS-LOG-UPD-REMARKS
           MOVE 'A' TO WS-LOG-ENTRY-TYPE
           PERFORM 600-WRITE-LOG-ENTRY
           MOVE 'U' TO WS-CDC-ACTION
           PERFORM 610-WRITE-CDC-REC
           MOVE 'U' TO JRN-ACTION
           PERFORM 620-JOURNAL-TICKET
           MOVE CHG-ID TO POUT-Change-ID
           MOVE WS-CUR-TICKET TO POUT-Ticket-ID
           MOVE CHG-ASSET-TAG TO POUT-Asset-Tag
           MOVE 'PARKED' TO POUT-State
           MOVE WS-STAMP TO POUT-Parked-Stamp
           MOVE SPACES TO POUT-Ended-Stamp
           EXEC CICS WRITE
                FILE('STF115O')
                FROM (POUT-REC)
                RIDFLD (POUT-KEYS)
                RESP(WS-RETNCODE3)
           END-EXEC
           ADD 1 TO WS-WORK-COUNT.
       430-EXIT.
           EXIT.

       500-RETIRE-BROADCAST.
           MOVE SPACES TO MOTD-KEY
           MOVE 'C' TO MOTD-KEY(1:1)
           MOVE CHG-ID TO MOTD-KEY(2:6)
           EXEC CICS READ
                FILE('STF014M')
                INTO (MOTD-REC)
                RIDFLD (MOTD-KEY)
                UPDATE
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              MOVE 'N' TO MOTD-ACTIVE
              MOVE WS-TODAY-YYYYMMDD TO MOTD-TO
              EXEC CICS REWRITE
                   FILE('STF014M')
                   FROM (MOTD-REC)
                   RESP(WS-RETNCODE2)
              END-EXEC
           END-IF.
       500-EXIT.
           EXIT.

      *    The change's own STF115O slice, still PARKED, is queued and
      *    each ticket released or closed per WS-CLOSE-TICKETS.
       520-END-PARKING.
           EXEC CICS DELETEQ TS
                QUEUE(WS-TKT-QNAME)
                RESP(WS-RETNCODE2)
           END-EXEC
           MOVE CHG-ID TO POUT-Change-ID
           MOVE LOW-VALUES TO POUT-Ticket-ID
           EXEC CICS STARTBR
                FILE('STF115O')
                RIDFLD (POUT-KEYS)
                GTEQ
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL)
              GO TO 520-EXIT
           END-IF
           PERFORM UNTIL WS-RETNCODE2 NOT = DFHRESP(NORMAL)
                   OR POUT-Change-ID NOT = CHG-ID
              EXEC CICS READNEXT
                   FILE('STF115O')
                   INTO (POUT-REC)
                   RIDFLD (POUT-KEYS)
                   RESP(WS-RETNCODE2)
              END-EXEC
              IF WS-RETNCODE2 = DFHRESP(NORMAL) AND
                 POUT-Change-ID = CHG-ID AND
                 POUT-State = 'PARKED'
                 EXEC CICS WRITEQ TS
                      QUEUE(WS-TKT-QNAME)
                      FROM (POUT-Ticket-ID)
                 END-EXEC
              END-IF
           END-PERFORM
           EXEC CICS ENDBR
                FILE('STF115O')
           END-EXEC
           EXEC CICS READQ TS
                QUEUE(WS-TKT-QNAME)
                INTO (WS-CUR-TICKET)
                NEXT
                RESP (WS-RETNCODE2)
           END-EXEC
           PERFORM UNTIL WS-RETNCODE2 NOT = DFHRESP(NORMAL)
              PERFORM 530-END-ONE-TICKET
              EXEC CICS READQ TS
                   QUEUE(WS-TKT-QNAME)
                   INTO (WS-CUR-TICKET)
                   NEXT
                   RESP (WS-RETNCODE2)
              END-EXEC
           END-PERFORM.
       520-EXIT.
           EXIT.

      *    The STF115O row is marked ended whatever is found - a
      *    ticket already off PLANNED has been taken over by someone.
       530-END-ONE-TICKET.
           MOVE 'RELEASED' TO WS-END-STATE
           EXEC CICS READ
                FILE('STF001C')
                INTO (TICKET-REC)
                RIDFLD (WS-CUR-TICKET)
                UPDATE
                RESP(WS-RETNCODE3)
           END-EXEC
           IF WS-RETNCODE3 = DFHRESP(NORMAL)
              IF TICKET-HOLD-STATUS = 'PLANNED'
                 PERFORM 535-UNPARK-TICKET
              ELSE
                 EXEC CICS UNLOCK
                      FILE('STF001C')
                 END-EXEC
              END-IF
           END-IF
           MOVE CHG-ID TO POUT-Change-ID
           MOVE WS-CUR-TICKET TO POUT-Ticket-ID
           EXEC CICS READ
                FILE('STF115O')
                INTO (POUT-REC)
                RIDFLD (POUT-KEYS)
                UPDATE
                RESP(WS-RETNCODE3)
           END-EXEC
           IF WS-RETNCODE3 = DFHRESP(NORMAL)
              MOVE WS-END-STATE TO POUT-State
              MOVE WS-STAMP TO POUT-Ended-Stamp
              EXEC CICS REWRITE
                   FILE('STF115O')
                   FROM (POUT-REC)
                   RESP(WS-RETNCODE3)
              END-EXEC
           END-IF.
       530-EXIT.
           EXIT.

      *    The days parked roll into the accumulated hold count, the
      *    same as an SM065 release.
       535-UNPARK-TICKET.
           COMPUTE WS-HELD-DAYS =
              FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD)
              - FUNCTION INTEGER-OF-DATE(TICKET-HOLD-START)
           IF WS-HELD-DAYS < 0
              MOVE 0 TO WS-HELD-DAYS
           END-IF
           IF TICKET-HOLD-DAYS NOT NUMERIC
              MOVE 0 TO TICKET-HOLD-DAYS
           END-IF
           ADD WS-HELD-DAYS TO TICKET-HOLD-DAYS
           MOVE SPACES TO TICKET-HOLD-STATUS
           MOVE 0 TO TICKET-HOLD-START
           MOVE SPACES TO WS-CNTR-NEW-STATUS
           MOVE SPACES TO TICKET-UPDATE-REMARKS
           IF WS-CLOSE-TICKETS = 'Y'
              MOVE TICKET-STATUS TO WS-CNTR-OLD-STATUS
              MOVE 'COMPLETED' TO TICKET-STATUS
              MOVE 'COMPLETED' TO WS-CNTR-NEW-STATUS
              MOVE 'CLOSED' TO WS-END-STATE
              STRING 'COMPLETED WITH CHANGE ' DELIMITED BY SIZE
                     CHG-ID DELIMITED BY SIZE
                     ' - PLANNED OUTAGE' DELIMITED BY SIZE
                     INTO TICKET-UPDATE-REMARKS
              END-STRING
           ELSE
              STRING 'RELEASED - WINDOW CLOSED, CHANGE '
                     DELIMITED BY SIZE
                     CHG-ID DELIMITED BY SIZE
                     INTO TICKET-UPDATE-REMARKS
              END-STRING
           END-IF
           MOVE WS-STAMP TO TICKET-LAST-UPDATE
           MOVE 'SM162' TO TICKET-LAST-UPDATE-BY
           EXEC CICS REWRITE
                FILE('STF001C')
                FROM (TICKET-REC)
                RESP(WS-RETNCODE3)
           END-EXEC
           IF WS-RETNCODE3 NOT = DFHRESP(NORMAL)
              MOVE 'RELEASED' TO WS-END-STATE
              GO TO 535-EXIT
           END-IF
           MOVE TICKET-UPDATE-REMARKS TO WS-LOG-UPD-REMARKS
           MOVE 'A' TO WS-LOG-ENTRY-TYPE
           PERFORM 600-WRITE-LOG-ENTRY
           MOVE 'U' TO WS-CDC-ACTION
           PERFORM 610-WRITE-CDC-REC
           MOVE 'U' TO JRN-ACTION
           PERFORM 620-JOURNAL-TICKET
           IF WS-CNTR-NEW-STATUS = 'COMPLETED'
              PERFORM 630-BUMP-STATUS-COUNTERS
           END-IF
           ADD 1 TO WS-WORK-COUNT.
       535-EXIT.
           EXIT.

      *    One STF002E row, next sequence by the full highest-seq
      *    walk of the ticket's slice (SM040's collision-safe idiom).
       600-WRITE-LOG-ENTRY.
           MOVE WS-CUR-TICKET TO WS-LOG-TICKET-ID
           MOVE 0 TO WS-LOG-SEQ-NUM
           MOVE 0 TO WS-LOG-LAST-SEQ
           EXEC CICS STARTBR
                FILE('STF002E')
                RIDFLD(WS-LOG-KEYS)
                GTEQ
                RESP(WS-RETNCODE3)
           END-EXEC
           IF WS-RETNCODE3 = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE3 NOT = DFHRESP(NORMAL)
                      OR WS-LOG-TICKET-ID NOT = WS-CUR-TICKET
                 EXEC CICS READNEXT
                      FILE('STF002E')
                      INTO(WS-LOG-REC)
                      RIDFLD(WS-LOG-KEYS)
                      RESP(WS-RETNCODE3)
                 END-EXEC
                 IF WS-RETNCODE3 = DFHRESP(NORMAL) AND
                    WS-LOG-TICKET-ID = WS-CUR-TICKET
                    MOVE WS-LOG-SEQ-NUM TO WS-LOG-LAST-SEQ
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF002E')
              END-EXEC
           END-IF
           MOVE WS-CUR-TICKET TO WS-LOG-TICKET-ID
           MOVE WS-LOG-LAST-SEQ TO WS-LOG-SEQ-NUM
           ADD 1 TO WS-LOG-SEQ-NUM
           MOVE 'SM162' TO WS-LOG-LAST-UPDBY
           MOVE WS-STAMP TO WS-LOG-LAST-UPD
           EXEC CICS WRITE
                FILE('STF002E')
                FROM (WS-LOG-REC)
                RIDFLD (WS-LOG-KEYS)
                RESP(WS-RETNCODE3)
           END-EXEC.
       600-EXIT.
           EXIT.

      *    Same STF008D append every other STF001C writer performs;
      *    the caller sets WS-CDC-ACTION.
       610-WRITE-CDC-REC.
           MOVE HIGH-VALUES TO CDC-KEY
           EXEC CICS STARTBR
                FILE('STF008D')
                RIDFLD (CDC-KEY)
                GTEQ
                RESP(WS-RETNCODE3)
           END-EXEC
           IF WS-RETNCODE3 = DFHRESP(NORMAL)
              EXEC CICS READPREV
                   FILE('STF008D')
                   INTO (CDC-REC)
                   RIDFLD (CDC-KEY)
                   RESP(WS-RETNCODE3)
              END-EXEC
              EXEC CICS ENDBR
                   FILE('STF008D')
              END-EXEC
              IF WS-RETNCODE3 = DFHRESP(NORMAL)
                 COMPUTE CDC-KEY-NUM = CDC-KEY-NUM + 1
              ELSE
                 MOVE 1 TO CDC-KEY-NUM
              END-IF
           ELSE
              MOVE 1 TO CDC-KEY-NUM
           END-IF
           MOVE 'STF001C' TO CDC-FILE
           MOVE WS-CDC-ACTION TO CDC-ACTION
           MOVE SPACES TO CDC-REC-KEY
           MOVE TICKET-KEY TO CDC-REC-KEY(1:7)
           MOVE TICKET-LAST-UPDATE TO CDC-STAMP
           EXEC CICS WRITE
                FILE('STF008D')
                FROM (CDC-REC)
                RIDFLD (CDC-KEY)
                RESP(WS-RETNCODE3)
           END-EXEC.
       610-EXIT.
           EXIT.

      *    One STF069J whole-image journal row through the SM110
      *    service; the caller sets JRN-ACTION.
       620-JOURNAL-TICKET.
           MOVE TICKET-KEY TO JRN-TICKET-ID
           MOVE 'SM162' TO JRN-BY
           MOVE 'SM162' TO JRN-PROGRAM
           MOVE TICKET-REC TO JRN-IMAGE
           EXEC CICS LINK
                PROGRAM('SM110')
                COMMAREA(WS-JRN-AREA)
                RESP(WS-RETNCODE3)
           END-EXEC.
       620-EXIT.
           EXIT.

      *    Same STF032C live-counter move every status changer makes.
       630-BUMP-STATUS-COUNTERS.
           MOVE 'COUNTERS' TO CNTR-KEY
           EXEC CICS READ
                FILE('STF032C')
                INTO (CNTR-REC)
                RIDFLD (CNTR-KEY)
                UPDATE
                RESP(WS-RETNCODE3)
           END-EXEC
           IF WS-RETNCODE3 = DFHRESP(NORMAL)
              EVALUATE WS-CNTR-OLD-STATUS
                WHEN 'CREATED'
                     IF CNTR-CREATED > 0
                        SUBTRACT 1 FROM CNTR-CREATED
                     END-IF
                WHEN 'PEND-APPR'
                     IF CNTR-PEND-APPR > 0
                        SUBTRACT 1 FROM CNTR-PEND-APPR
                     END-IF
                WHEN 'APPROVED'
                     IF CNTR-APPROVED > 0
                        SUBTRACT 1 FROM CNTR-APPROVED
                     END-IF
                WHEN 'ONGOING'
                     IF CNTR-ONGOING > 0
                        SUBTRACT 1 FROM CNTR-ONGOING
                     END-IF
                WHEN 'ESCALATED'
                     IF CNTR-ESCALATED > 0
                        SUBTRACT 1 FROM CNTR-ESCALATED
                     END-IF
              END-EVALUATE
              ADD 1 TO CNTR-COMPLETED
              EXEC CICS REWRITE
                   FILE('STF032C')
                   FROM (CNTR-REC)
                   RESP(WS-RETNCODE3)
              END-EXEC
           END-IF.
       630-EXIT.
           EXIT.

      *    One STF026J run-history row for the SM031 operator
      *    console and the S102 watchdog - count is tickets parked,
      *    released or closed.
       800-WRITE-JOB-HISTORY.
           MOVE 'S162' TO JOBH-Job-ID
           MOVE WS-JOB-START-DATE TO JOBH-Run-Date
           MOVE WS-JOB-START-TIME TO JOBH-Run-Time
           MOVE FUNCTION CURRENT-DATE(9:6) TO JOBH-End-Time
           MOVE WS-WORK-COUNT TO JOBH-Count
           MOVE WS-JOB-OUTCOME TO JOBH-Outcome
           MOVE WS-JOB-START-DATE TO JOBH-Bus-Date
           EXEC CICS WRITE
                FILE('STF026J')
                FROM (JOBH-REC)
                RIDFLD (JOBH-KEYS)
                RESP(WS-JOB-RESP)
           END-EXEC.
       800-EXIT.
           EXIT.

       900-RESCHEDULE.
           EXEC CICS START
                TRANSID  ('S162')
                INTERVAL (001500)
                REQID    ('S162RSCH')
           END-EXEC.
       900-EXIT.
           EXIT.
