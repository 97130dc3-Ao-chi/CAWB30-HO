       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM180.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *  SM180 is the morning follow-up reminder (TRANSID 'S180'), a   *
      *  self-rescheduling housekeeping transaction on a 24-hour       *
      *  INTERVAL in the SM111 mold. Every STF125F follow-up still     *
      *  OPEN whose date has come (the business date, so a rerun of a  *
      *  missed morning catches up) and that has not yet been          *
      *  reminded gets one STF009N row for its provider - Sent-Flag    *
      *  'N', so the S107 mail bridge carries it to their mailbox -    *
      *  and is flagged Reminded so the next morning stays quiet. A    *
      *  follow-up on a ticket that has since been closed, canceled    *
      *  or completed, or is no longer on STF001C at all, is marked    *
      *  DONE by the job instead, reminded or not: there is nothing    *
      *  left to come back to.                                         *
      *                                                                *
      *  One STF125F pass queues the keys owed a reminder to a TS      *
      *  queue (CICS disallows REWRITE under the open browse), the     *
      *  same two-step SM111 takes.                                    *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY STF125F.
           COPY STF001C.
           COPY STF009N.

       01  WS-QNAME                              PIC X(08) VALUE
           'S180FUP'.
       01  WS-WORK-KEY                           PIC X(10).
       01  WS-DATE-X                             PIC X(10).
       01  WS-TIME-X                             PIC X(08).
       01  WS-TIME                               PIC 9(15) COMP-3.
       01  WS-TODAY-YYYYMMDD                     PIC 9(08).
       01  WS-REMIND-COUNT                       PIC 9(05).
       01  WS-NTF-LAST-SEQ                       PIC 9(05).
       01  WS-NTF-TEXT                           PIC X(50).
       77  WS-RETNCODE                           PIC S9(8) COMP.
       77  WS-RETNCODE2                          PIC S9(8) COMP.

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
           MOVE 0 TO WS-REMIND-COUNT
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
           PERFORM 200-QUEUE-DUE-FOLLOW-UPS
           PERFORM 300-REMIND-QUEUED
           EXEC CICS DELETEQ TS
                QUEUE(WS-QNAME)
                RESP(WS-RETNCODE)
           END-EXEC
           MOVE WS-REMIND-COUNT TO WS-JOB-COUNT
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

       200-QUEUE-DUE-FOLLOW-UPS.
           EXEC CICS DELETEQ TS
                QUEUE(WS-QNAME)
                RESP(WS-RETNCODE)
           END-EXEC
           MOVE LOW-VALUES TO FUP-KEYS
           EXEC CICS STARTBR
                FILE('STF125F')
                RIDFLD (FUP-KEYS)
                GTEQ
                RESP   (WS-RETNCODE)
           END-EXEC
           PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
              EXEC CICS READNEXT
                   FILE('STF125F')
                   INTO (FUP-REC)
                   RIDFLD (FUP-KEYS)
                   RESP   (WS-RETNCODE)
              END-EXEC
              IF WS-RETNCODE = DFHRESP(NORMAL) AND
                 FUP-Status = 'OPEN' AND
                 FUP-Due-Date NUMERIC AND
                 FUP-Due-Date <= WS-TODAY-YYYYMMDD
                 EXEC CICS WRITEQ TS
                      QUEUE(WS-QNAME)
                      FROM (FUP-KEYS)
                 END-EXEC
              END-IF
           END-PERFORM
           EXEC CICS ENDBR
                FILE('STF125F')
           END-EXEC.
       200-EXIT.
           EXIT.

       300-REMIND-QUEUED.
           EXEC CICS READQ TS
                QUEUE(WS-QNAME)
                INTO (WS-WORK-KEY)
                NEXT
                RESP (WS-RETNCODE)
           END-EXEC
           PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
              PERFORM 310-REMIND-ONE
              EXEC CICS READQ TS
                   QUEUE(WS-QNAME)
                   INTO (WS-WORK-KEY)
                   NEXT
                   RESP (WS-RETNCODE)
              END-EXEC
           END-PERFORM.
       300-EXIT.
           EXIT.

      *    Re-read under UPDATE - the provider may have marked the
      *    follow-up done from MY WORK since the browse went past it.
      *    A ticket closed, canceled, completed or gone from STF001C
      *    (archived or purged) closes the follow-up whether or not
      *    it was reminded; one already reminded on a live ticket is
      *    left as it is. Reminded is set only once the STF009N row
      *    is written - a failed write leaves it for the next run.
       310-REMIND-ONE.
           MOVE WS-WORK-KEY TO FUP-KEYS
           EXEC CICS READ
                FILE('STF125F')
                INTO (FUP-REC)
                RIDFLD (FUP-KEYS)
                UPDATE
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL)
              GO TO 310-EXIT
           END-IF
           IF FUP-Status NOT = 'OPEN'
              EXEC CICS UNLOCK
                   FILE('STF125F')
              END-EXEC
              GO TO 310-EXIT
           END-IF
           MOVE FUP-Ticket-ID TO TICKET-KEY
           EXEC CICS READ
                FILE('STF001C')
                INTO (TICKET-REC)
                RIDFLD (TICKET-KEY)
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NOTFND) OR
              (WS-RETNCODE2 = DFHRESP(NORMAL) AND
               (TICKET-STATUS = 'CLOSED' OR
                TICKET-STATUS = 'CANCELED' OR
                TICKET-STATUS = 'COMPLETED'))
              MOVE 'DONE' TO FUP-Status
              MOVE 'S180' TO FUP-Done-By
              MOVE WS-TODAY-YYYYMMDD TO FUP-Done-Date
           ELSE
              IF FUP-Reminded = 'Y'
                 EXEC CICS UNLOCK
                      FILE('STF125F')
                 END-EXEC
                 GO TO 310-EXIT
              END-IF
              PERFORM 320-WRITE-REMINDER
              IF WS-RETNCODE2 NOT = DFHRESP(NORMAL)
                 EXEC CICS UNLOCK
                      FILE('STF125F')
                 END-EXEC
                 GO TO 310-EXIT
              END-IF
              MOVE 'Y' TO FUP-Reminded
              ADD 1 TO WS-REMIND-COUNT
           END-IF
           EXEC CICS REWRITE
                FILE('STF125F')
                FROM (FUP-REC)
                RESP(WS-RETNCODE2)
           END-EXEC.
       310-EXIT.
           EXIT.

      *    One STF009N row for the provider, next sequence found by
      *    browsing their slice to its last row first - the same
      *    idiom SM004's 840-WRITE-ONE-NOTIF uses.
       320-WRITE-REMINDER.
           MOVE SPACES TO WS-NTF-TEXT
           STRING 'FOLLOW-UP DUE: ' DELIMITED BY SIZE
                  FUP-Note DELIMITED BY SIZE
                  INTO WS-NTF-TEXT
           END-STRING
           MOVE FUP-Provider TO NOTIF-Userid
           MOVE 0 TO NOTIF-Seq-Number
           MOVE 0 TO WS-NTF-LAST-SEQ
           EXEC CICS STARTBR
                FILE('STF009N')
                RIDFLD(NOTIF-KEYS)
                GTEQ
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE2 NOT = DFHRESP(NORMAL)
                      OR NOTIF-Userid NOT = FUP-Provider
                 EXEC CICS READNEXT
                      FILE('STF009N')
                      INTO(NOTIF-REC)
                      RIDFLD(NOTIF-KEYS)
                      RESP(WS-RETNCODE2)
                 END-EXEC
                 IF WS-RETNCODE2 = DFHRESP(NORMAL) AND
                    NOTIF-Userid = FUP-Provider
                    MOVE NOTIF-Seq-Number TO WS-NTF-LAST-SEQ
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF009N')
              END-EXEC
           END-IF
           MOVE FUP-Provider TO NOTIF-Userid
           MOVE WS-NTF-LAST-SEQ TO NOTIF-Seq-Number
           ADD 1 TO NOTIF-Seq-Number
           MOVE FUP-Ticket-ID TO NOTIF-Ticket-ID
           MOVE SPACES TO NOTIF-Stamp
           MOVE WS-DATE-X TO NOTIF-Stamp(1:10)
           MOVE WS-TIME-X TO NOTIF-Stamp(12:8)
           MOVE WS-NTF-TEXT TO NOTIF-Text
           MOVE 'N' TO NOTIF-Read-Flag
           MOVE 'N' TO NOTIF-Sent-Flag
           MOVE SPACES TO NOTIF-Sent-Stamp
           EXEC CICS WRITE
                FILE('STF009N')
                FROM (NOTIF-REC)
                RIDFLD (NOTIF-KEYS)
                RESP(WS-RETNCODE2)
           END-EXEC.
       320-EXIT.
           EXIT.

      *    One STF026J run-history row for the SM031 operator
      *    console and the SM053 overnight section.
       800-WRITE-JOB-HISTORY.
           MOVE 'S180' TO JOBH-Job-ID
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
                TRANSID  ('S180')
                INTERVAL (240000)
                REQID    ('S180RSCH')
           END-EXEC.
       900-EXIT.
           EXIT.
