       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM114.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *  SM114 is the daily appointment pass (TRANSID 'S114'), a       *
      *  self-rescheduling housekeeping transaction on a 24-hour       *
      *  INTERVAL. Two things happen to BOOKED STF076B visits:         *
      *    - a visit due tomorrow that has not been reminded gets one  *
      *      STF009N notice to the provider and one to the ticket's    *
      *      requestor (Sent-Flag 'N', so the S107 mail bridge carries *
      *      them out) and is flagged APPT-Reminded 'Y';               *
      *    - a visit whose day has passed without SM113 marking it     *
      *      DONE or CANCELED becomes MISSED, with an entry on the     *
      *      ticket's STF002E chain.                                   *
      *  One STF076B pass queues the keys to a TS queue (CICS          *
      *  disallows REWRITE under the open browse), the same two-step   *
      *  SM111 takes.                                                  *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY STF001C.
           COPY STF009N.
           COPY STF076B.

       01  WS-QNAME                              PIC X(08) VALUE
           'S114APT'.
       01  WS-WORK-KEY.
           05 WS-WORK-TICKET                     PIC X(07).
           05 WS-WORK-SEQ                        PIC 9(02).
       01  WS-DATE-X                             PIC X(10).
       01  WS-TIME-X                             PIC X(08).
       01  WS-TIME                               PIC 9(15) COMP-3.
       01  WS-STAMP                              PIC X(20).
       01  WS-TODAY-YYYYMMDD                     PIC 9(08).
       01  WS-TOMORROW-YYYYMMDD                  PIC 9(08).
       01  WS-DAY-INTEGER                        PIC 9(08).
       01  WS-REMIND-COUNT                       PIC 9(05).
       01  WS-MISSED-COUNT                       PIC 9(05).
       01  WS-LOG-LAST-SEQ                       PIC 9(03).
       01  WS-NTF-TARGET                         PIC X(08).
       01  WS-NTF-LAST-SEQ                       PIC 9(05).
       01  WS-NTF-TEXT                           PIC X(50).
       77  WS-RETNCODE                           PIC S9(8) COMP.
       77  WS-RETNCODE2                          PIC S9(8) COMP.

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
           COMPUTE WS-DAY-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD) + 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER)
                TO WS-TOMORROW-YYYYMMDD
           MOVE 0 TO WS-REMIND-COUNT
           MOVE 0 TO WS-MISSED-COUNT
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
           PERFORM 200-QUEUE-DUE-APPTS
           PERFORM 300-PROCESS-QUEUED
           EXEC CICS DELETEQ TS
                QUEUE(WS-QNAME)
                RESP(WS-RETNCODE)
           END-EXEC
           COMPUTE WS-JOB-COUNT = WS-REMIND-COUNT + WS-MISSED-COUNT
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

      *    One STF076B pass queuing every BOOKED visit owed a reminder
      *    (due tomorrow, not yet reminded) or already past its day.
       200-QUEUE-DUE-APPTS.
           EXEC CICS DELETEQ TS
                QUEUE(WS-QNAME)
                RESP(WS-RETNCODE)
           END-EXEC
           MOVE LOW-VALUES TO APPT-KEYS
           EXEC CICS STARTBR
                FILE('STF076B')
                RIDFLD (APPT-KEYS)
                GTEQ
                RESP   (WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
                 EXEC CICS READNEXT
                      FILE('STF076B')
                      INTO (APPT-REC)
                      RIDFLD (APPT-KEYS)
                      RESP   (WS-RETNCODE)
                 END-EXEC
                 IF WS-RETNCODE = DFHRESP(NORMAL) AND
                    APPT-Status = 'BOOKED' AND
                    (APPT-Date < WS-TODAY-YYYYMMDD OR
                     (APPT-Date = WS-TOMORROW-YYYYMMDD AND
                      APPT-Reminded NOT = 'Y'))
                    EXEC CICS WRITEQ TS
                         QUEUE(WS-QNAME)
                         FROM (APPT-KEYS)
                    END-EXEC
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF076B')
              END-EXEC
           END-IF.
       200-EXIT.
           EXIT.

       300-PROCESS-QUEUED.
           EXEC CICS READQ TS
                QUEUE(WS-QNAME)
                INTO (WS-WORK-KEY)
                NEXT
                RESP (WS-RETNCODE)
           END-EXEC
           PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
              PERFORM 310-PROCESS-ONE-APPT
              EXEC CICS READQ TS
                   QUEUE(WS-QNAME)
                   INTO (WS-WORK-KEY)
                   NEXT
                   RESP (WS-RETNCODE)
              END-EXEC
           END-PERFORM.
       300-EXIT.
           EXIT.

       310-PROCESS-ONE-APPT.
           MOVE WS-WORK-TICKET TO APPT-Ticket-ID
           MOVE WS-WORK-SEQ TO APPT-Seq
           EXEC CICS READ
                FILE('STF076B')
                INTO   (APPT-REC)
                RIDFLD (APPT-KEYS)
                UPDATE
                RESP   (WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL)
              GO TO 310-EXIT
           END-IF
           IF APPT-Status NOT = 'BOOKED'
              EXEC CICS UNLOCK
                   FILE('STF076B')
              END-EXEC
              GO TO 310-EXIT
           END-IF
           IF APPT-Date < WS-TODAY-YYYYMMDD
              PERFORM 320-MARK-MISSED
           ELSE
           IF APPT-Date = WS-TOMORROW-YYYYMMDD AND
              APPT-Reminded NOT = 'Y'
              PERFORM 330-SEND-REMINDERS
           ELSE
              EXEC CICS UNLOCK
                   FILE('STF076B')
              END-EXEC
           END-IF
           END-IF.
       310-EXIT.
           EXIT.

       320-MARK-MISSED.
           MOVE 'MISSED' TO APPT-Status
           MOVE WS-STAMP TO APPT-Stamp
           EXEC CICS REWRITE
                FILE('STF076B')
                FROM (APPT-REC)
                RESP (WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              ADD 1 TO WS-MISSED-COUNT
              MOVE SPACES TO WS-LOG-UPD-REMARKS
              STRING 'APPT ' DELIMITED BY SIZE
                     APPT-Seq DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     APPT-Date DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     APPT-From-Time DELIMITED BY SIZE
                     ' MISSED - ' DELIMITED BY SIZE
                     APPT-Provider DELIMITED BY SPACE
                     INTO WS-LOG-UPD-REMARKS
              END-STRING
              PERFORM 350-WRITE-LOG-ENTRY
           END-IF.
       320-EXIT.
           EXIT.

      *    Day-before notice to the provider and the ticket's
      *    requestor; the visit is flagged so a rerun does not
      *    remind twice.
       330-SEND-REMINDERS.
           MOVE 'Y' TO APPT-Reminded
           EXEC CICS REWRITE
                FILE('STF076B')
                FROM (APPT-REC)
                RESP (WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL)
              GO TO 330-EXIT
           END-IF
           ADD 1 TO WS-REMIND-COUNT
           MOVE SPACES TO WS-NTF-TEXT
           STRING 'ON-SITE VISIT TOMORROW ' DELIMITED BY SIZE
                  APPT-From-Time DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  APPT-To-Time DELIMITED BY SIZE
                  ' AT ' DELIMITED BY SIZE
                  APPT-Site DELIMITED BY SPACE
                  INTO WS-NTF-TEXT
           END-STRING
           MOVE APPT-Provider TO WS-NTF-TARGET
           PERFORM 340-WRITE-ONE-NOTIF
           EXEC CICS READ
                FILE('STF001C')
                INTO   (TICKET-REC)
                RIDFLD (APPT-Ticket-ID)
                RESP   (WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL) AND
              TICKET-REQUESTOR NOT = SPACES AND
              TICKET-REQUESTOR NOT = APPT-Provider
              MOVE TICKET-REQUESTOR TO WS-NTF-TARGET
              PERFORM 340-WRITE-ONE-NOTIF
           END-IF.
       330-EXIT.
           EXIT.

      *    One STF009N row for WS-NTF-TARGET, next sequence found by
      *    browsing the user's slice to its last row first - the same
      *    highest-seq idiom SM018's 350-WRITE-ONE-NOTIF uses.
       340-WRITE-ONE-NOTIF.
           MOVE WS-NTF-TARGET TO NOTIF-Userid
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
                      OR NOTIF-Userid NOT = WS-NTF-TARGET
                 EXEC CICS READNEXT
                      FILE('STF009N')
                      INTO(NOTIF-REC)
                      RIDFLD(NOTIF-KEYS)
                      RESP(WS-RETNCODE2)
                 END-EXEC
                 IF WS-RETNCODE2 = DFHRESP(NORMAL) AND
                    NOTIF-Userid = WS-NTF-TARGET
                    MOVE NOTIF-Seq-Number TO WS-NTF-LAST-SEQ
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF009N')
              END-EXEC
           END-IF
           MOVE WS-NTF-TARGET TO NOTIF-Userid
           MOVE WS-NTF-LAST-SEQ TO NOTIF-Seq-Number
           ADD 1 TO NOTIF-Seq-Number
           MOVE APPT-Ticket-ID TO NOTIF-Ticket-ID
           MOVE WS-STAMP TO NOTIF-Stamp
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
       340-EXIT.
           EXIT.

      *    One STF002E row, next sequence by the full highest-seq
      *    walk of the ticket's slice (SM040's collision-safe idiom).
       350-WRITE-LOG-ENTRY.
           MOVE APPT-Ticket-ID TO WS-LOG-TICKET-ID
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
                      OR WS-LOG-TICKET-ID NOT = APPT-Ticket-ID
                 EXEC CICS READNEXT
                      FILE('STF002E')
                      INTO(WS-LOG-REC)
                      RIDFLD(WS-LOG-KEYS)
                      RESP(WS-RETNCODE2)
                 END-EXEC
                 IF WS-RETNCODE2 = DFHRESP(NORMAL) AND
                    WS-LOG-TICKET-ID = APPT-Ticket-ID
                    MOVE WS-LOG-SEQ-NUM TO WS-LOG-LAST-SEQ
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF002E')
              END-EXEC
           END-IF
           MOVE APPT-Ticket-ID TO WS-LOG-TICKET-ID
           MOVE WS-LOG-LAST-SEQ TO WS-LOG-SEQ-NUM
           ADD 1 TO WS-LOG-SEQ-NUM
           MOVE 'SM114' TO WS-LOG-LAST-UPDBY
           MOVE 'A' TO WS-LOG-ENTRY-TYPE
           MOVE WS-STAMP TO WS-LOG-LAST-UPD
           EXEC CICS WRITE
                FILE('STF002E')
                FROM (WS-LOG-REC)
                RIDFLD (WS-LOG-KEYS)
                RESP(WS-RETNCODE2)
           END-EXEC.
       350-EXIT.
           EXIT.

      *    One STF026J run-history row for the SM031 operator
      *    console, same convention as the other housekeeping jobs.
       800-WRITE-JOB-HISTORY.
           MOVE 'S114' TO JOBH-Job-ID
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
                TRANSID  ('S114')
                INTERVAL (240000)
                REQID    ('S114RSCH')
           END-EXEC.
       900-EXIT.
           EXIT.
