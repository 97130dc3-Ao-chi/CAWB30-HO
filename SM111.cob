       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM111.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *  SM111 is the morning absence handover (TRANSID 'S111'), a     *
      *  self-rescheduling housekeeping transaction on a 24-hour       *
      *  INTERVAL timed for the start of the working day. Every        *
      *  active STF072A absence block (SM033 table code ABSN) that     *
      *  spans today and has not yet been handed off releases its      *
      *  provider's open work: each APPROVED, ONGOING or ESCALATED     *
      *  ticket still assigned to them goes to the block's delegate -  *
      *  when one is named and is not away too - or back to the pool   *
      *  with a blank TICKET-ASSIGNED-TO (TICKET-GROUP is kept, so the *
      *  team's SM027 MY GROUP queue and SM075 pick it up). Each move  *
      *  writes the STF002E entry, STF008D change-capture row and      *
      *  SM110 journal image a manual SM027 reassignment would, and    *
      *  the block is flagged ABS-Handed-Off so a rerun or the next    *
      *  morning of a long absence does not repeat the handover.       *
      *                                                                *
      *  One STF072A pass builds the table of providers away today;    *
      *  one STF001C pass queues the affected ticket keys to a TS      *
      *  queue (CICS disallows REWRITE under the open browse), the     *
      *  same two-step SM075 takes.                                    *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY STF001C.
           COPY STF008D.
           COPY SMJRN01 REPLACING ==JRN-COMMAREA== BY ==WS-JRN-AREA==.
           COPY STF072A.

       01  WS-QNAME                              PIC X(08) VALUE
           'S111HND'.
       01  WS-WORK-KEY                           PIC X(07).
       01  WS-DATE-X                             PIC X(10).
       01  WS-TIME-X                             PIC X(08).
       01  WS-TIME                               PIC 9(15) COMP-3.
       01  WS-TODAY-YYYYMMDD                     PIC 9(08).
       01  WS-MOVED-COUNT                        PIC 9(05).
       01  WS-NEW-OWNER                          PIC X(08).
       01  WS-OLD-OWNER                          PIC X(08).
       01  WS-LOG-LAST-SEQ                       PIC 9(03).
       77  WS-RETNCODE                           PIC S9(8) COMP.
       77  WS-RETNCODE2                          PIC S9(8) COMP.

      *    Everyone away today; WS-AB-HANDOFF 'Y' marks the blocks
      *    still owed a handover this run.
       01  WS-AWAY-TABLE.
           05 WS-AWAY-ENTRY OCCURS 100 TIMES.
              10 WS-AB-USERID                    PIC X(08).
              10 WS-AB-START                     PIC 9(08).
              10 WS-AB-DELEGATE                  PIC X(08).
              10 WS-AB-HANDOFF                   PIC X(01).
       01  WS-AWAY-USED                          PIC 9(03).
       01  WS-AB-SUB                             PIC S9(4) COMP.
       01  WS-DL-SUB                             PIC S9(4) COMP.
       01  WS-HIT-SUB                            PIC S9(4) COMP.

       01  WS-LOG-REC.
           05 WS-LOG-KEYS.
               10 WS-LOG-TICKET-ID               PIC X(07).
               10 WS-LOG-SEQ-NUM                 PIC 9(03).
           05 WS-LOG-LAST-UPD                    PIC X(20).
           05 WS-LOG-LAST-UPDBY                  PIC X(10).
           05 WS-LOG-UPD-REMARKS                 PIC X(50).
           05 FILLER                             PIC X(11).
           05 WS-LOG-ENTRY-TYPE                 PIC X(01).

           COPY STF026J.
           COPY SMBDT01 REPLACING ==BDQ-COMMAREA== BY ==WS-BDT-AREA==.
       77  WS-BDT-RESP                           PIC S9(8) COMP.
       01  WS-JOB-START-DATE                     PIC 9(08).
       01  WS-JOB-START-TIME                     PIC X(06).
       01  WS-JOB-COUNT                          PIC 9(05).
       01  WS-JOB-OUTCOME                        PIC X(08).
       77  WS-JOB-RESP                           PIC S9(8) COMP.

       LINKAGE SECTION.
       01  DFHCOMMAREA                           PIC X(01).
      *----------------------------------------------------------------*
      *                          PROCEDURE DIVISION                    *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-JOB-START-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-JOB-START-TIME
           PERFORM 105-GET-BUS-DATE
           MOVE BDQ-BUS-DATE TO WS-TODAY-YYYYMMDD
           MOVE 0 TO WS-MOVED-COUNT
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
           PERFORM 200-LOAD-AWAY-TODAY
           IF WS-AWAY-USED > 0
              PERFORM 250-QUEUE-AFFECTED-WORK
              PERFORM 300-HAND-OFF-QUEUED
              EXEC CICS DELETEQ TS
                   QUEUE(WS-QNAME)
                   RESP(WS-RETNCODE)
              END-EXEC
              PERFORM 400-MARK-HANDED-OFF
           END-IF
           MOVE WS-MOVED-COUNT TO WS-JOB-COUNT
           MOVE 'OK' TO WS-JOB-OUTCOME
           PERFORM 800-WRITE-JOB-HISTORY
           PERFORM 900-RESCHEDULE
           EXEC CICS RETURN
           END-EXEC.
       100-EXIT.
           EXIT.

      *    The business date this run works for: the SM149 answer -
      *    the STF104B override while operations rerun a missed
      *    night, otherwise today - or the clock if the LINK fails.
       105-GET-BUS-DATE.
           MOVE '01' TO BDQ-VERSION
           MOVE FUNCTION CURRENT-DATE(1:8) TO BDQ-LIVE-DATE
           MOVE BDQ-LIVE-DATE TO BDQ-BUS-DATE
           MOVE 'N' TO BDQ-OVERRIDE
           EXEC CICS LINK
                PROGRAM('SM149')
                COMMAREA(WS-BDT-AREA)
                RESP(WS-BDT-RESP)
           END-EXEC
           IF WS-BDT-RESP NOT = DFHRESP(NORMAL) OR
              BDQ-BUS-DATE NOT NUMERIC
              MOVE BDQ-LIVE-DATE TO BDQ-BUS-DATE
              MOVE 'N' TO BDQ-OVERRIDE
           END-IF.
       105-EXIT.
           EXIT.

       200-LOAD-AWAY-TODAY.
           MOVE 0 TO WS-AWAY-USED
           MOVE LOW-VALUES TO ABS-KEYS
           EXEC CICS STARTBR
                FILE('STF072A')
                RIDFLD (ABS-KEYS)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
                      OR WS-AWAY-USED >= 100
                 EXEC CICS READNEXT
                      FILE('STF072A')
                      INTO (ABS-REC)
                      RIDFLD (ABS-KEYS)
                      RESP(WS-RETNCODE)
                 END-EXEC
                 IF WS-RETNCODE = DFHRESP(NORMAL) AND
                    ABS-ACTIVE = 'Y' AND
                    ABS-Start-Date <= WS-TODAY-YYYYMMDD AND
                    ABS-End-Date >= WS-TODAY-YYYYMMDD
                    ADD 1 TO WS-AWAY-USED
                    MOVE WS-AWAY-USED TO WS-AB-SUB
                    MOVE ABS-Userid TO WS-AB-USERID(WS-AB-SUB)
                    MOVE ABS-Start-Date TO WS-AB-START(WS-AB-SUB)
                    MOVE ABS-Delegate TO WS-AB-DELEGATE(WS-AB-SUB)
                    IF ABS-Handed-Off = 'Y'
                       MOVE 'N' TO WS-AB-HANDOFF(WS-AB-SUB)
                    ELSE
                       MOVE 'Y' TO WS-AB-HANDOFF(WS-AB-SUB)
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF072A')
              END-EXEC
           END-IF
      *    A delegate who is away too cannot take the work - blank
      *    it so the tickets go back to the pool instead.
           PERFORM VARYING WS-AB-SUB FROM 1 BY 1
                   UNTIL WS-AB-SUB > WS-AWAY-USED
              PERFORM VARYING WS-DL-SUB FROM 1 BY 1
                      UNTIL WS-DL-SUB > WS-AWAY-USED
                 IF WS-AB-DELEGATE(WS-AB-SUB) =
                    WS-AB-USERID(WS-DL-SUB)
                    MOVE SPACES TO WS-AB-DELEGATE(WS-AB-SUB)
                 END-IF
              END-PERFORM
           END-PERFORM.
       200-EXIT.
           EXIT.

      *    One STF001C pass queuing the open work of every provider
      *    whose block still owes a handover.
       250-QUEUE-AFFECTED-WORK.
           EXEC CICS DELETEQ TS
                QUEUE(WS-QNAME)
                RESP(WS-RETNCODE)
           END-EXEC
           EXEC CICS STARTBR
                FILE('STF001C')
                RIDFLD (LOW-VALUES)
                RESP   (WS-RETNCODE)
           END-EXEC
           PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
              EXEC CICS READNEXT
                   FILE('STF001C')
                   INTO (TICKET-REC)
                   RIDFLD (TICKET-KEY)
                   RESP   (WS-RETNCODE)
              END-EXEC
              IF WS-RETNCODE = DFHRESP(NORMAL) AND
                 (TICKET-STATUS = 'APPROVED' OR
                  TICKET-STATUS = 'ONGOING' OR
                  TICKET-STATUS = 'ESCALATED') AND
                 TICKET-ASSIGNED-TO NOT = SPACES AND
                 TICKET-ASSIGNED-TO NOT = LOW-VALUES
                 PERFORM 260-FIND-AWAY-OWNER
                 IF WS-HIT-SUB > 0
                    EXEC CICS WRITEQ TS
                         QUEUE(WS-QNAME)
                         FROM (TICKET-KEY)
                    END-EXEC
                 END-IF
              END-IF
           END-PERFORM
           EXEC CICS ENDBR
                FILE('STF001C')
           END-EXEC.
       250-EXIT.
           EXIT.

      *    WS-HIT-SUB names the away-table entry owing a handover
      *    for the ticket's current assignee, zero for none.
       260-FIND-AWAY-OWNER.
           MOVE 0 TO WS-HIT-SUB
           PERFORM VARYING WS-AB-SUB FROM 1 BY 1
                   UNTIL WS-AB-SUB > WS-AWAY-USED
              IF WS-AB-USERID(WS-AB-SUB) = TICKET-ASSIGNED-TO AND
                 WS-AB-HANDOFF(WS-AB-SUB) = 'Y'
                 MOVE WS-AB-SUB TO WS-HIT-SUB
              END-IF
           END-PERFORM.
       260-EXIT.
           EXIT.

       300-HAND-OFF-QUEUED.
           EXEC CICS READQ TS
                QUEUE(WS-QNAME)
                INTO (WS-WORK-KEY)
                NEXT
                RESP (WS-RETNCODE)
           END-EXEC
           PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
              PERFORM 310-HAND-OFF-ONE-TICKET
              EXEC CICS READQ TS
                   QUEUE(WS-QNAME)
                   INTO (WS-WORK-KEY)
                   NEXT
                   RESP (WS-RETNCODE)
              END-EXEC
           END-PERFORM.
       300-EXIT.
           EXIT.

       310-HAND-OFF-ONE-TICKET.
           EXEC CICS READ
                FILE('STF001C')
                INTO   (TICKET-REC)
                RIDFLD (WS-WORK-KEY)
                UPDATE
                RESP   (WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL)
              GO TO 310-EXIT
           END-IF
           PERFORM 260-FIND-AWAY-OWNER
           IF WS-HIT-SUB = 0 OR
              (TICKET-STATUS NOT = 'APPROVED' AND
               TICKET-STATUS NOT = 'ONGOING' AND
               TICKET-STATUS NOT = 'ESCALATED')
              EXEC CICS UNLOCK
                   FILE('STF001C')
              END-EXEC
              GO TO 310-EXIT
           END-IF
           MOVE TICKET-ASSIGNED-TO TO WS-OLD-OWNER
           MOVE WS-AB-DELEGATE(WS-HIT-SUB) TO WS-NEW-OWNER
           MOVE WS-NEW-OWNER TO TICKET-ASSIGNED-TO
           MOVE 'SM111' TO TICKET-LAST-UPDATE-BY
           MOVE SPACES TO TICKET-LAST-UPDATE
           MOVE WS-DATE-X TO TICKET-LAST-UPDATE(1:10)
           MOVE WS-TIME-X TO TICKET-LAST-UPDATE(12:8)
           MOVE SPACES TO TICKET-UPDATE-REMARKS
           IF WS-NEW-OWNER = SPACES
              STRING WS-OLD-OWNER DELIMITED BY SPACE
                     ' ABSENT - RETURNED TO POOL' DELIMITED BY SIZE
                     INTO TICKET-UPDATE-REMARKS
              END-STRING
           ELSE
              STRING WS-OLD-OWNER DELIMITED BY SPACE
                     ' ABSENT - HANDED TO ' DELIMITED BY SIZE
                     WS-NEW-OWNER DELIMITED BY SPACE
                     INTO TICKET-UPDATE-REMARKS
              END-STRING
           END-IF
           EXEC CICS REWRITE
                FILE('STF001C')
                FROM (TICKET-REC)
                RESP (WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              ADD 1 TO WS-MOVED-COUNT
              PERFORM 330-WRITE-LOG-ENTRY
              PERFORM 340-WRITE-CDC-REC
              PERFORM 345-JOURNAL-TICKET
           END-IF.
       310-EXIT.
           EXIT.

      *    One STF002E row, next sequence by the full highest-seq
      *    walk of the ticket's slice (SM040's collision-safe idiom).
       330-WRITE-LOG-ENTRY.
           MOVE WS-WORK-KEY TO WS-LOG-TICKET-ID
           MOVE 0 TO WS-LOG-SEQ-NUM
           MOVE 0 TO WS-LOG-LAST-SEQ
           EXEC CICS STARTBR
                FILE('STF002E')
                RIDFLD(WS-LOG-KEYS)
                GTEQ
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE2 NOT = DFHRESP(NORMAL)
                      OR WS-LOG-TICKET-ID NOT = WS-WORK-KEY
                 EXEC CICS READNEXT
                      FILE('STF002E')
                      INTO(WS-LOG-REC)
                      RIDFLD(WS-LOG-KEYS)
                      RESP(WS-RETNCODE2)
                 END-EXEC
                 IF WS-RETNCODE2 = DFHRESP(NORMAL) AND
                    WS-LOG-TICKET-ID = WS-WORK-KEY
                    MOVE WS-LOG-SEQ-NUM TO WS-LOG-LAST-SEQ
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF002E')
              END-EXEC
           END-IF
           MOVE WS-WORK-KEY TO WS-LOG-TICKET-ID
           MOVE WS-LOG-LAST-SEQ TO WS-LOG-SEQ-NUM
           ADD 1 TO WS-LOG-SEQ-NUM
           MOVE 'SM111' TO WS-LOG-LAST-UPDBY
           MOVE 'A' TO WS-LOG-ENTRY-TYPE
           MOVE TICKET-LAST-UPDATE TO WS-LOG-LAST-UPD
           MOVE TICKET-UPDATE-REMARKS TO WS-LOG-UPD-REMARKS
           EXEC CICS WRITE
                FILE('STF002E')
                FROM (WS-LOG-REC)
                RIDFLD (WS-LOG-KEYS)
                RESP(WS-RETNCODE2)
           END-EXEC.
       330-EXIT.
           EXIT.

      *    Same STF008D append every other STF001C writer performs.
       340-WRITE-CDC-REC.
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
           MOVE 'U' TO CDC-ACTION
           MOVE SPACES TO CDC-REC-KEY
           MOVE WS-WORK-KEY TO CDC-REC-KEY(1:7)
           MOVE TICKET-LAST-UPDATE TO CDC-STAMP
           EXEC CICS WRITE
                FILE('STF008D')
                FROM (CDC-REC)
                RIDFLD (CDC-KEY)
                RESP(WS-RETNCODE2)
           END-EXEC.
       340-EXIT.
           EXIT.

      *    One STF069J whole-image journal row through the SM110
      *    service - the capture SM104's roll-forward replays.
       345-JOURNAL-TICKET.
           MOVE 'U' TO JRN-ACTION
           MOVE TICKET-KEY TO JRN-TICKET-ID
           MOVE 'SM111' TO JRN-BY
           MOVE 'SM111' TO JRN-PROGRAM
           MOVE TICKET-REC TO JRN-IMAGE
           EXEC CICS LINK
                PROGRAM('SM110')
                COMMAREA(WS-JRN-AREA)
                RESP(WS-RETNCODE2)
           END-EXEC.
       345-EXIT.
           EXIT.

      *    Each block handed over this run is flagged so the next
      *    morning of the same absence leaves it alone.
       400-MARK-HANDED-OFF.
           PERFORM VARYING WS-AB-SUB FROM 1 BY 1
                   UNTIL WS-AB-SUB > WS-AWAY-USED
              IF WS-AB-HANDOFF(WS-AB-SUB) = 'Y'
                 MOVE WS-AB-USERID(WS-AB-SUB) TO ABS-Userid
                 MOVE WS-AB-START(WS-AB-SUB) TO ABS-Start-Date
                 EXEC CICS READ
                      FILE('STF072A')
                      INTO (ABS-REC)
                      RIDFLD (ABS-KEYS)
                      UPDATE
                      RESP(WS-RETNCODE2)
                 END-EXEC
                 IF WS-RETNCODE2 = DFHRESP(NORMAL)
                    MOVE 'Y' TO ABS-Handed-Off
                    EXEC CICS REWRITE
                         FILE('STF072A')
                         FROM (ABS-REC)
                         RESP(WS-RETNCODE2)
                    END-EXEC
                 END-IF
              END-IF
           END-PERFORM.
       400-EXIT.
           EXIT.

      *    One STF026J run-history row for the SM031 operator
      *    console, same convention as the other housekeeping jobs.
       800-WRITE-JOB-HISTORY.
           MOVE 'S111' TO JOBH-Job-ID
           MOVE WS-JOB-START-DATE TO JOBH-Run-Date
           MOVE WS-JOB-START-TIME TO JOBH-Run-Time
           MOVE FUNCTION CURRENT-DATE(9:6) TO JOBH-End-Time
           MOVE WS-JOB-COUNT TO JOBH-Count
           MOVE WS-JOB-OUTCOME TO JOBH-Outcome
           MOVE BDQ-BUS-DATE TO JOBH-Bus-Date
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
                TRANSID  ('S111')
                INTERVAL (240000)
                REQID    ('S111RSCH')
           END-EXEC.
       900-EXIT.
           EXIT.
