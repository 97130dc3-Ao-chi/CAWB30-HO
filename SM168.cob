       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM168.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *  SM168 is the weekly desk call report (TRANSID 'S168'). Like   *
      *  SM165 it reschedules itself every 24 hours and does the real  *
      *  work only on the day the business date's FUNCTION             *
      *  INTEGER-OF-DATE MOD 7 comes out 0. One pass over the SM167    *
      *  STF119L call log for the seven days to the business date      *
      *  gives the call volume by hour of day and by agent, and the    *
      *  first-contact resolution rate: calls resolved on the line     *
      *  over first-contact calls (resolved plus new-ticket calls -    *
      *  a chase-up on an existing ticket is not a first contact).     *
      *  Tickets chased by two or more calls in the week are listed    *
      *  with their status. Output goes to STF010R under 'S168RPT';    *
      *  the STF022L subscribers get the standard notification and     *
      *  the default printer a copy.                                   *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY STF026J.
           COPY SMBDT01 REPLACING ==BDQ-COMMAREA== BY ==WS-BDT-AREA==.
       77  WS-BDT-RESP                           PIC S9(8) COMP.
           COPY STF119L.
           COPY STF001C.
           COPY STF022L.
           COPY SMPRT01 REPLACING ==PRQ-COMMAREA== BY ==WS-PRT-AREA==.
       77  WS-PRT-RESP                           PIC S9(8) COMP.
           COPY STF009N.
           COPY STF010R.
       77  WS-RPT-RESP                           PIC S9(8) COMP.
       01  WS-RPT-WORK                           PIC X(80).

      *    The look-back, the business date included.
       01  WS-WINDOW-DAYS                        PIC 9(03) VALUE 006.
      *    Chase-up calls on one ticket in the week that list it.
       01  WS-CHASE-MIN                          PIC 9(03) VALUE 002.

       01  WS-TODAY-YYYYMMDD                     PIC 9(08).
       01  WS-TODAY-INTEGER-DATE                 PIC S9(9) COMP.
       01  WS-TODAY-WEEK-CHECK                   PIC 9(08).
       01  WS-WINDOW-START                       PIC 9(08).
       01  WS-WINDOW-INTEGER                     PIC S9(9) COMP.

       01  WS-SUB                                PIC S9(4) COMP.
       01  WS-FOUND-AT                           PIC S9(4) COMP.
       01  WS-HOUR                               PIC 9(02).
       01  WS-RATE                               PIC 9(03).

       01  WS-CALL-COUNT                         PIC 9(05) VALUE 0.
       01  WS-RESOLVED-COUNT                     PIC 9(05) VALUE 0.
       01  WS-NEW-TKT-COUNT                      PIC 9(05) VALUE 0.
       01  WS-CHASE-COUNT                        PIC 9(05) VALUE 0.
       01  WS-MINUTES-TOTAL                      PIC 9(07) VALUE 0.
       01  WS-LISTED-COUNT                       PIC 9(05) VALUE 0.

       01  WS-HOUR-TABLE.
           05 WS-HOUR-CALLS OCCURS 24 TIMES      PIC 9(05).
       01  WS-AGT-COUNT                          PIC S9(4) COMP VALUE 0.
       01  WS-AGT-TABLE.
           05 WS-AGT-ENTRY OCCURS 200 TIMES.
              10 WS-AGT-USERID                   PIC X(08).
              10 WS-AGT-CALLS                    PIC 9(05).
              10 WS-AGT-FIRST                    PIC 9(05).
              10 WS-AGT-RESOLVED                 PIC 9(05).
              10 WS-AGT-MINUTES                  PIC 9(07).
       01  WS-TKT-COUNT                          PIC S9(4) COMP VALUE 0.
       01  WS-TKT-TABLE.
           05 WS-TKT-ENTRY OCCURS 500 TIMES.
              10 WS-TKT-ID                       PIC X(07).
              10 WS-TKT-CHASES                   PIC 9(03).

       01  WS-HOUR-LINE.
           05 FILLER                             PIC X(02) VALUE SPACES.
           05 HL-HOUR                            PIC 9(02).
           05 FILLER                             PIC X(04) VALUE ':00 '.
           05 HL-CALLS                           PIC Z(4)9.
       01  WS-AGENT-LINE.
           05 AG-USERID                          PIC X(08).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 AG-CALLS                           PIC Z(4)9.
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 AG-FIRST                           PIC Z(4)9.
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 AG-RESOLVED                        PIC Z(4)9.
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 AG-FCR                             PIC ZZ9.
           05 FILLER                             PIC X(02) VALUE '% '.
           05 AG-MINUTES                         PIC Z(6)9.
       01  WS-AGENT-HEADS                        PIC X(80) VALUE
           'AGENT    CALLS FIRST RESLVD FCR%  MINUTES'.
       01  WS-CHASE-LINE.
           05 CL-TICKET                          PIC X(07).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 CL-CHASES                          PIC ZZ9.
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 CL-STATUS                          PIC X(10).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 CL-TITLE                           PIC X(25).
       01  WS-CHASE-HEADS                        PIC X(80) VALUE
           'TICKET  CALLS STATUS     TITLE'.

       01  WS-NTF-TARGET                         PIC X(08).
       01  WS-NTF-LAST-SEQ                       PIC 9(05).
       01  WS-STAMP                              PIC X(20).
       01  WS-DATE-FULL-X                        PIC X(10).
       01  WS-TIME-X                             PIC X(08).
       01  WS-TIME                               PIC 9(15) COMP-3.
       77  WS-RETNCODE                           PIC S9(8) COMP.
       77  WS-RETNCODE2                          PIC S9(8) COMP.

       01  WS-JOB-START-DATE                     PIC 9(08).
       01  WS-JOB-START-TIME                     PIC X(06).
       01  WS-JOB-COUNT                          PIC 9(07) VALUE 0.
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
           COMPUTE WS-TODAY-INTEGER-DATE =
              FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD)
           DIVIDE WS-TODAY-INTEGER-DATE BY 7
                  GIVING WS-TODAY-WEEK-CHECK
                  REMAINDER WS-TODAY-WEEK-CHECK
           IF WS-TODAY-WEEK-CHECK = 0
              COMPUTE WS-WINDOW-INTEGER =
                 WS-TODAY-INTEGER-DATE - WS-WINDOW-DAYS
              MOVE FUNCTION DATE-OF-INTEGER(WS-WINDOW-INTEGER)
                   TO WS-WINDOW-START
              EXEC CICS ASKTIME
                   ABSTIME (WS-TIME)
              END-EXEC
              EXEC CICS FORMATTIME
                   ABSTIME  (WS-TIME)
                   DATESEP  ('/')
                   MMDDYYYY (WS-DATE-FULL-X)
                   TIME     (WS-TIME-X)
                   TIMESEP  (':')
              END-EXEC
              MOVE SPACES TO WS-STAMP
              MOVE WS-DATE-FULL-X TO WS-STAMP(1:10)
              MOVE WS-TIME-X TO WS-STAMP(12:8)
              MOVE ZEROES TO WS-HOUR-TABLE
              PERFORM 150-INIT-RPT-RUN
              PERFORM 300-SCAN-CALLS
              PERFORM 400-WRITE-HOURS
              PERFORM 420-WRITE-AGENTS
              PERFORM 440-WRITE-CHASED
              PERFORM 500-WRITE-TOTALS
              PERFORM 600-NOTIFY-SUBSCRIBERS
              PERFORM 610-PRINT-RUN
              MOVE WS-CALL-COUNT TO WS-JOB-COUNT
           END-IF
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

      *    Call ids run in the order the calls were taken, but a
      *    full pass is kept simple - the log is one short row a call.
       300-SCAN-CALLS.
           MOVE LOW-VALUES TO CALL-ID
           EXEC CICS STARTBR
                FILE('STF119L')
                RIDFLD (CALL-ID)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              GO TO 300-EXIT
           END-IF
           PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
              EXEC CICS READNEXT
                   FILE('STF119L')
                   INTO (CALL-REC)
                   RIDFLD (CALL-ID)
                   RESP(WS-RETNCODE)
              END-EXEC
              IF WS-RETNCODE = DFHRESP(NORMAL)
                 PERFORM 310-COUNT-CALL
              END-IF
           END-PERFORM
           EXEC CICS ENDBR
                FILE('STF119L')
           END-EXEC.
       300-EXIT.
           EXIT.

       310-COUNT-CALL.
           IF CALL-Date NOT NUMERIC OR CALL-Time NOT NUMERIC
              GO TO 310-EXIT
           END-IF
           IF CALL-Date < WS-WINDOW-START OR
              CALL-Date > WS-TODAY-YYYYMMDD
              GO TO 310-EXIT
           END-IF
           ADD 1 TO WS-CALL-COUNT
           IF CALL-Minutes NUMERIC
              ADD CALL-Minutes TO WS-MINUTES-TOTAL
           END-IF
           MOVE CALL-Time(1:2) TO WS-HOUR
           IF WS-HOUR < 24
              ADD 1 TO WS-HOUR-CALLS(WS-HOUR + 1)
           END-IF
           EVALUATE CALL-Outcome
             WHEN 'R'
                  ADD 1 TO WS-RESOLVED-COUNT
             WHEN 'T'
                  ADD 1 TO WS-NEW-TKT-COUNT
             WHEN 'L'
                  ADD 1 TO WS-CHASE-COUNT
                  PERFORM 330-COUNT-CHASE
           END-EVALUATE
           PERFORM 320-COUNT-AGENT.
       310-EXIT.
           EXIT.

       320-COUNT-AGENT.
           MOVE 0 TO WS-FOUND-AT
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-AGT-COUNT OR WS-FOUND-AT > 0
              IF WS-AGT-USERID(WS-SUB) = CALL-Agent
                 MOVE WS-SUB TO WS-FOUND-AT
              END-IF
           END-PERFORM
           IF WS-FOUND-AT = 0
              IF WS-AGT-COUNT NOT < 200
                 GO TO 320-EXIT
              END-IF
              ADD 1 TO WS-AGT-COUNT
              MOVE WS-AGT-COUNT TO WS-FOUND-AT
              MOVE CALL-Agent TO WS-AGT-USERID(WS-FOUND-AT)
              MOVE 0 TO WS-AGT-CALLS(WS-FOUND-AT)
              MOVE 0 TO WS-AGT-FIRST(WS-FOUND-AT)
              MOVE 0 TO WS-AGT-RESOLVED(WS-FOUND-AT)
              MOVE 0 TO WS-AGT-MINUTES(WS-FOUND-AT)
           END-IF
           ADD 1 TO WS-AGT-CALLS(WS-FOUND-AT)
           IF CALL-Minutes NUMERIC
              ADD CALL-Minutes TO WS-AGT-MINUTES(WS-FOUND-AT)
           END-IF
           IF CALL-Outcome = 'R' OR CALL-Outcome = 'T'
              ADD 1 TO WS-AGT-FIRST(WS-FOUND-AT)
           END-IF
           IF CALL-Outcome = 'R'
              ADD 1 TO WS-AGT-RESOLVED(WS-FOUND-AT)
           END-IF.
       320-EXIT.
           EXIT.

       330-COUNT-CHASE.
           IF CALL-Ticket-ID = SPACES OR LOW-VALUES
              GO TO 330-EXIT
           END-IF
           MOVE 0 TO WS-FOUND-AT
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-TKT-COUNT OR WS-FOUND-AT > 0
              IF WS-TKT-ID(WS-SUB) = CALL-Ticket-ID
                 MOVE WS-SUB TO WS-FOUND-AT
              END-IF
           END-PERFORM
           IF WS-FOUND-AT = 0
              IF WS-TKT-COUNT NOT < 500
                 GO TO 330-EXIT
              END-IF
              ADD 1 TO WS-TKT-COUNT
              MOVE WS-TKT-COUNT TO WS-FOUND-AT
              MOVE CALL-Ticket-ID TO WS-TKT-ID(WS-FOUND-AT)
              MOVE 0 TO WS-TKT-CHASES(WS-FOUND-AT)
           END-IF
           IF WS-TKT-CHASES(WS-FOUND-AT) < 999
              ADD 1 TO WS-TKT-CHASES(WS-FOUND-AT)
           END-IF.
       330-EXIT.
           EXIT.

       400-WRITE-HOURS.
           MOVE SPACES TO WS-RPT-WORK
           PERFORM 910-WRITE-RPT-LINE
           MOVE 'CALLS BY HOUR OF DAY' TO WS-RPT-WORK
           PERFORM 910-WRITE-RPT-LINE
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 24
              IF WS-HOUR-CALLS(WS-SUB) > 0
                 COMPUTE HL-HOUR = WS-SUB - 1
                 MOVE WS-HOUR-CALLS(WS-SUB) TO HL-CALLS
                 MOVE WS-HOUR-LINE TO WS-RPT-WORK
                 PERFORM 910-WRITE-RPT-LINE
              END-IF
           END-PERFORM.
       400-EXIT.
           EXIT.

       420-WRITE-AGENTS.
           MOVE SPACES TO WS-RPT-WORK
           PERFORM 910-WRITE-RPT-LINE
           MOVE 'CALLS BY AGENT' TO WS-RPT-WORK
           PERFORM 910-WRITE-RPT-LINE
           MOVE WS-AGENT-HEADS TO WS-RPT-WORK
           PERFORM 910-WRITE-RPT-LINE
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-AGT-COUNT
              MOVE WS-AGT-USERID(WS-SUB) TO AG-USERID
              MOVE WS-AGT-CALLS(WS-SUB) TO AG-CALLS
              MOVE WS-AGT-FIRST(WS-SUB) TO AG-FIRST
              MOVE WS-AGT-RESOLVED(WS-SUB) TO AG-RESOLVED
              IF WS-AGT-FIRST(WS-SUB) = 0
                 MOVE 0 TO WS-RATE
              ELSE
                 COMPUTE WS-RATE ROUNDED =
                    WS-AGT-RESOLVED(WS-SUB) * 100 /
                    WS-AGT-FIRST(WS-SUB)
              END-IF
              MOVE WS-RATE TO AG-FCR
              MOVE WS-AGT-MINUTES(WS-SUB) TO AG-MINUTES
              MOVE WS-AGENT-LINE TO WS-RPT-WORK
              PERFORM 910-WRITE-RPT-LINE
           END-PERFORM.
       420-EXIT.
           EXIT.

      *    Tickets the requestor had to ring about more than once -
      *    the ticket's current status and title from STF001C.
       440-WRITE-CHASED.
           MOVE SPACES TO WS-RPT-WORK
           PERFORM 910-WRITE-RPT-LINE
           MOVE 'TICKETS WITH REPEATED CHASE-UP CALLS' TO WS-RPT-WORK
           PERFORM 910-WRITE-RPT-LINE
           MOVE WS-CHASE-HEADS TO WS-RPT-WORK
           PERFORM 910-WRITE-RPT-LINE
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-TKT-COUNT
              IF WS-TKT-CHASES(WS-SUB) NOT < WS-CHASE-MIN
                 MOVE WS-TKT-ID(WS-SUB) TO TICKET-KEY
                 EXEC CICS READ
                      FILE('STF001C')
                      INTO (TICKET-REC)
                      RIDFLD (TICKET-KEY)
                      RESP(WS-RETNCODE)
                 END-EXEC
                 IF WS-RETNCODE NOT = DFHRESP(NORMAL)
                    MOVE SPACES TO TICKET-STATUS
                    MOVE SPACES TO TICKET-TITLE
                 END-IF
                 MOVE WS-TKT-ID(WS-SUB) TO CL-TICKET
                 MOVE WS-TKT-CHASES(WS-SUB) TO CL-CHASES
                 MOVE TICKET-STATUS TO CL-STATUS
                 MOVE TICKET-TITLE TO CL-TITLE
                 MOVE WS-CHASE-LINE TO WS-RPT-WORK
                 PERFORM 910-WRITE-RPT-LINE
                 ADD 1 TO WS-LISTED-COUNT
              END-IF
           END-PERFORM
           IF WS-LISTED-COUNT = 0
              MOVE 'NO TICKET WAS CHASED MORE THAN ONCE' TO WS-RPT-WORK
              PERFORM 910-WRITE-RPT-LINE
           END-IF.
       440-EXIT.
           EXIT.

       500-WRITE-TOTALS.
           MOVE SPACES TO WS-RPT-WORK
           PERFORM 910-WRITE-RPT-LINE
           MOVE SPACES TO WS-RPT-WORK
           STRING 'CALLS=' DELIMITED BY SIZE
                  WS-CALL-COUNT DELIMITED BY SIZE
                  ' RESOLVED=' DELIMITED BY SIZE
                  WS-RESOLVED-COUNT DELIMITED BY SIZE
                  ' NEW-TICKET=' DELIMITED BY SIZE
                  WS-NEW-TKT-COUNT DELIMITED BY SIZE
                  ' CHASE-UP=' DELIMITED BY SIZE
                  WS-CHASE-COUNT DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE
           IF WS-RESOLVED-COUNT + WS-NEW-TKT-COUNT = 0
              MOVE 0 TO WS-RATE
           ELSE
              COMPUTE WS-RATE ROUNDED =
                 WS-RESOLVED-COUNT * 100 /
                 (WS-RESOLVED-COUNT + WS-NEW-TKT-COUNT)
           END-IF
           MOVE SPACES TO WS-RPT-WORK
           STRING 'FIRST-CONTACT RESOLUTION=' DELIMITED BY SIZE
                  WS-RATE DELIMITED BY SIZE
                  '% MINUTES=' DELIMITED BY SIZE
                  WS-MINUTES-TOTAL DELIMITED BY SIZE
                  ' CHASED TICKETS=' DELIMITED BY SIZE
                  WS-LISTED-COUNT DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE.
       500-EXIT.
           EXIT.

      *    A default printer on the report's STF022L list gets
      *    the finished run on paper through SM152 - no printer
      *    named on the list, nothing is printed.
       610-PRINT-RUN.
           MOVE '01' TO PRQ-VERSION
           MOVE SPACES TO PRQ-PRINTER
           MOVE 'S168RPT' TO PRQ-REPORT-ID
           MOVE BDQ-BUS-DATE TO PRQ-RUN-DATE
           MOVE 0 TO PRQ-FROM-LINE
           MOVE 99999 TO PRQ-TO-LINE
           MOVE 'S168' TO PRQ-REQUESTED-BY
           EXEC CICS LINK
                PROGRAM('SM152')
                COMMAREA(WS-PRT-AREA)
                RESP(WS-PRT-RESP)
           END-EXEC.
       610-EXIT.
           EXIT.

      *    The STF022L convention: active subscribers of 'S168RPT'
      *    get the standard "report is ready" notification.
       600-NOTIFY-SUBSCRIBERS.
           MOVE 'S168RPT' TO DIST-Report-ID
           MOVE 0 TO DIST-Seq-Number
           EXEC CICS STARTBR
                FILE('STF022L')
                RIDFLD(DIST-KEYS)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
                      OR DIST-Report-ID NOT = 'S168RPT'
                 MOVE SPACES TO DIST-Printer
                 EXEC CICS READNEXT
                      FILE('STF022L')
                      INTO(DIST-REC)
                      RIDFLD(DIST-KEYS)
                      RESP(WS-RETNCODE)
                 END-EXEC
                 IF WS-RETNCODE = DFHRESP(NORMAL) AND
                    DIST-Report-ID = 'S168RPT' AND
                    DIST-ACTIVE = 'Y' AND
                    DIST-Userid NOT = SPACES
                    MOVE DIST-Userid TO WS-NTF-TARGET
                    PERFORM 650-WRITE-ONE-NOTIF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF022L')
              END-EXEC
           END-IF.
       600-EXIT.
           EXIT.

       650-WRITE-ONE-NOTIF.
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
           MOVE SPACES TO NOTIF-Ticket-ID
           MOVE WS-STAMP TO NOTIF-Stamp
           MOVE 'WEEKLY DESK CALL REPORT: S168RPT IN SM30'
                TO NOTIF-Text
           MOVE 'N' TO NOTIF-Read-Flag
           MOVE 'N' TO NOTIF-Sent-Flag
           EXEC CICS WRITE
                FILE('STF009N')
                FROM (NOTIF-REC)
                RIDFLD (NOTIF-KEYS)
                RESP(WS-RETNCODE2)
           END-EXEC.
       650-EXIT.
           EXIT.

      *    Starts the repository run, same delete-and-replace
      *    convention as every other STF010R writer.
       150-INIT-RPT-RUN.
           MOVE 'S168RPT' TO RPT-Report-ID
           MOVE BDQ-BUS-DATE TO RPT-Run-Date
           MOVE 1 TO RPT-Line-Number
           PERFORM UNTIL RPT-Line-Number = 0
              EXEC CICS READ
                   FILE('STF010R')
                   INTO (RPT-REC)
                   RIDFLD (RPT-KEYS)
                   UPDATE
                   RESP(WS-RPT-RESP)
              END-EXEC
              IF WS-RPT-RESP = DFHRESP(NORMAL)
                 EXEC CICS DELETE
                      FILE('STF010R')
                      RESP(WS-RPT-RESP)
                 END-EXEC
                 MOVE 'S168RPT' TO RPT-Report-ID
                 MOVE BDQ-BUS-DATE TO RPT-Run-Date
                 ADD 1 TO RPT-Line-Number
              ELSE
                 MOVE 0 TO RPT-Line-Number
              END-IF
           END-PERFORM
           MOVE SPACES TO WS-RPT-WORK
           STRING 'DESK CALLS AND FIRST-CONTACT RESOLUTION '
                  DELIMITED BY SIZE
                  WS-WINDOW-START DELIMITED BY SIZE
                  ' TO ' DELIMITED BY SIZE
                  WS-TODAY-YYYYMMDD DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE.
       150-EXIT.
           EXIT.

       910-WRITE-RPT-LINE.
           MOVE WS-RPT-WORK TO RPT-Line-Text
           ADD 1 TO RPT-Line-Number
           EXEC CICS WRITE
                FILE('STF010R')
                FROM (RPT-REC)
                RIDFLD (RPT-KEYS)
                RESP(WS-RPT-RESP)
           END-EXEC.
       910-EXIT.
           EXIT.

      *    One STF026J run-history row for the SM031 operator
      *    console and the S102 watchdog every day the job wakes,
      *    as SM025 does - count is the calls in the week, zero on
      *    the six days it only reschedules.
       800-WRITE-JOB-HISTORY.
           MOVE 'S168' TO JOBH-Job-ID
           MOVE WS-JOB-START-DATE TO JOBH-Run-Date
           MOVE WS-JOB-START-TIME TO JOBH-Run-Time
           MOVE FUNCTION CURRENT-DATE(9:6) TO JOBH-End-Time
           MOVE WS-JOB-COUNT TO JOBH-Count
           MOVE 'OK' TO JOBH-Outcome
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
                TRANSID  ('S168')
                INTERVAL (240000)
                REQID    ('S168RSCH')
           END-EXEC.
       900-EXIT.
           EXIT.
