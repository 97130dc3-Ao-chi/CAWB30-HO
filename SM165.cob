       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM165.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *  SM165 is the weekly unlinked known-error closure report       *
      *  (TRANSID 'S165'). Like SM025 it reschedules itself every 24   *
      *  hours and does the real work only on the day the business     *
      *  date's FUNCTION INTEGER-OF-DATE MOD 7 comes out 0. It lists   *
      *  the STF001C tickets closed (COMPLETED or CLOSED, last-update  *
      *  date in the seven days to the business date) that name an     *
      *  asset a KNOWN-ERR STF035P problem strikes - the SM164 answer  *
      *  the screens show as a banner - but were never linked to any   *
      *  problem: fixes the desk worked again from scratch, and the    *
      *  problem's ticket count that never moved. Output goes to       *
      *  STF010R under 'S165RPT'; the STF022L subscribers get the      *
      *  standard notification and the default printer a copy.         *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY STF026J.
           COPY SMBDT01 REPLACING ==BDQ-COMMAREA== BY ==WS-BDT-AREA==.
       77  WS-BDT-RESP                           PIC S9(8) COMP.
           COPY STF001C.
           COPY SMKER01 REPLACING ==KEQ-COMMAREA== BY ==WS-KEQ-AREA==.
           COPY STF022L.
           COPY SMPRT01 REPLACING ==PRQ-COMMAREA== BY ==WS-PRT-AREA==.
       77  WS-PRT-RESP                           PIC S9(8) COMP.
           COPY STF009N.
           COPY STF010R.
       77  WS-RPT-RESP                           PIC S9(8) COMP.
       01  WS-RPT-WORK                           PIC X(80).

      *    The look-back, the business date included.
       01  WS-WINDOW-DAYS                        PIC 9(03) VALUE 006.

       01  WS-TODAY-YYYYMMDD                     PIC 9(08).
       01  WS-TODAY-INTEGER-DATE                 PIC S9(9) COMP.
       01  WS-TODAY-WEEK-CHECK                   PIC 9(08).
       01  WS-WINDOW-START                       PIC 9(08).
       01  WS-WINDOW-INTEGER                     PIC S9(9) COMP.
       01  WS-CLOSED-YYYYMMDD                    PIC 9(08).

       01  WS-SCANNED-COUNT                      PIC 9(05) VALUE 0.
       01  WS-CLOSED-COUNT                       PIC 9(05) VALUE 0.
       01  WS-LISTED-COUNT                       PIC 9(05) VALUE 0.

       01  WS-DETAIL-LINE.
           05 DL-TICKET                          PIC X(07).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 DL-STATUS                          PIC X(10).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 DL-CLOSED                          PIC 9(08).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 DL-ASSET                           PIC X(08).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 DL-PROB-ID                         PIC X(06).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 DL-TITLE                           PIC X(25).
       01  WS-COLUMN-HEADS                       PIC X(80) VALUE
           'TICKET  STATUS     CLOSED   ASSET    PROBLM TITLE'.

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
              PERFORM 150-INIT-RPT-RUN
              PERFORM 300-SCAN-TICKETS
              PERFORM 500-WRITE-TOTALS
              PERFORM 600-NOTIFY-SUBSCRIBERS
              PERFORM 610-PRINT-RUN
              MOVE WS-LISTED-COUNT TO WS-JOB-COUNT
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

      *    One pass over STF001C - no alternate index is kept over
      *    the asset tag, the full-scan acceptance SM127 made.
       300-SCAN-TICKETS.
           MOVE LOW-VALUES TO TICKET-KEY
           EXEC CICS STARTBR
                FILE('STF001C')
                RIDFLD (TICKET-KEY)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              GO TO 300-EXIT
           END-IF
           PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
              EXEC CICS READNEXT
                   FILE('STF001C')
                   INTO (TICKET-REC)
                   RIDFLD (TICKET-KEY)
                   RESP(WS-RETNCODE)
              END-EXEC
              IF WS-RETNCODE = DFHRESP(NORMAL)
                 ADD 1 TO WS-SCANNED-COUNT
                 PERFORM 310-JUDGE-TICKET
              END-IF
           END-PERFORM
           EXEC CICS ENDBR
                FILE('STF001C')
           END-EXEC.
       300-EXIT.
           EXIT.

      *    Closed this week, on an asset, under no problem - then
      *    SM164 is asked whether a KNOWN-ERR problem strikes the
      *    asset. The category is not passed: a shared category is
      *    too broad to say the ticket should have been linked.
       310-JUDGE-TICKET.
           IF TICKET-STATUS NOT = 'COMPLETED' AND
              TICKET-STATUS NOT = 'CLOSED'
              GO TO 310-EXIT
           END-IF
           MOVE TICKET-LAST-UPDATE(7:4) TO WS-CLOSED-YYYYMMDD(1:4)
           MOVE TICKET-LAST-UPDATE(1:2) TO WS-CLOSED-YYYYMMDD(5:2)
           MOVE TICKET-LAST-UPDATE(4:2) TO WS-CLOSED-YYYYMMDD(7:2)
           IF WS-CLOSED-YYYYMMDD NOT NUMERIC
              GO TO 310-EXIT
           END-IF
           IF WS-CLOSED-YYYYMMDD < WS-WINDOW-START OR
              WS-CLOSED-YYYYMMDD > WS-TODAY-YYYYMMDD
              GO TO 310-EXIT
           END-IF
           ADD 1 TO WS-CLOSED-COUNT
           IF TICKET-ASSET-TAG = SPACES OR LOW-VALUES
              GO TO 310-EXIT
           END-IF
           IF TICKET-PROBLEM-ID NOT = SPACES AND LOW-VALUES
              GO TO 310-EXIT
           END-IF
           MOVE '01' TO KEQ-VERSION
           MOVE TICKET-ASSET-TAG TO KEQ-ASSET-TAG
           MOVE SPACES TO KEQ-CATEGORY
           MOVE 'N' TO KEQ-FOUND
           EXEC CICS LINK
                PROGRAM('SM164')
                COMMAREA(WS-KEQ-AREA)
                LENGTH(LENGTH OF WS-KEQ-AREA)
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL) OR
              KEQ-FOUND NOT = 'Y'
              GO TO 310-EXIT
           END-IF
           MOVE TICKET-KEY TO DL-TICKET
           MOVE TICKET-STATUS TO DL-STATUS
           MOVE WS-CLOSED-YYYYMMDD TO DL-CLOSED
           MOVE TICKET-ASSET-TAG TO DL-ASSET
           MOVE KEQ-PROB-ID TO DL-PROB-ID
           MOVE TICKET-TITLE TO DL-TITLE
           MOVE WS-DETAIL-LINE TO WS-RPT-WORK
           PERFORM 910-WRITE-RPT-LINE
           ADD 1 TO WS-LISTED-COUNT.
       310-EXIT.
           EXIT.

       500-WRITE-TOTALS.
           MOVE SPACES TO WS-RPT-WORK
           PERFORM 910-WRITE-RPT-LINE
           IF WS-LISTED-COUNT = 0
              MOVE 'NO UNLINKED CLOSURES ON KNOWN-ERROR ASSETS'
                   TO WS-RPT-WORK
              PERFORM 910-WRITE-RPT-LINE
           END-IF
           MOVE SPACES TO WS-RPT-WORK
           STRING 'TICKETS=' DELIMITED BY SIZE
                  WS-SCANNED-COUNT DELIMITED BY SIZE
                  ' CLOSED=' DELIMITED BY SIZE
                  WS-CLOSED-COUNT DELIMITED BY SIZE
                  ' UNLINKED=' DELIMITED BY SIZE
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
           MOVE 'S165RPT' TO PRQ-REPORT-ID
           MOVE BDQ-BUS-DATE TO PRQ-RUN-DATE
           MOVE 0 TO PRQ-FROM-LINE
           MOVE 99999 TO PRQ-TO-LINE
           MOVE 'S165' TO PRQ-REQUESTED-BY
           EXEC CICS LINK
                PROGRAM('SM152')
                COMMAREA(WS-PRT-AREA)
                RESP(WS-PRT-RESP)
           END-EXEC.
       610-EXIT.
           EXIT.

      *    The STF022L convention: active subscribers of 'S165RPT'
      *    get the standard "report is ready" notification.
       600-NOTIFY-SUBSCRIBERS.
           MOVE 'S165RPT' TO DIST-Report-ID
           MOVE 0 TO DIST-Seq-Number
           EXEC CICS STARTBR
                FILE('STF022L')
                RIDFLD(DIST-KEYS)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
                      OR DIST-Report-ID NOT = 'S165RPT'
                 MOVE SPACES TO DIST-Printer
                 EXEC CICS READNEXT
                      FILE('STF022L')
                      INTO(DIST-REC)
                      RIDFLD(DIST-KEYS)
                      RESP(WS-RETNCODE)
                 END-EXEC
                 IF WS-RETNCODE = DFHRESP(NORMAL) AND
                    DIST-Report-ID = 'S165RPT' AND
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
           MOVE 'UNLINKED KNOWN-ERR CLOSURES: S165RPT IN SM30'
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
           MOVE 'S165RPT' TO RPT-Report-ID
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
                 MOVE 'S165RPT' TO RPT-Report-ID
                 MOVE BDQ-BUS-DATE TO RPT-Run-Date
                 ADD 1 TO RPT-Line-Number
              ELSE
                 MOVE 0 TO RPT-Line-Number
              END-IF
           END-PERFORM
           MOVE SPACES TO WS-RPT-WORK
           STRING 'UNLINKED CLOSURES ON KNOWN-ERROR ASSETS '
                  DELIMITED BY SIZE
                  WS-WINDOW-START DELIMITED BY SIZE
                  ' TO ' DELIMITED BY SIZE
                  WS-TODAY-YYYYMMDD DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE
           MOVE WS-COLUMN-HEADS TO WS-RPT-WORK
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
      *    as SM025 does - count is the tickets listed, zero on the
      *    six days it only reschedules.
       800-WRITE-JOB-HISTORY.
           MOVE 'S165' TO JOBH-Job-ID
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
                TRANSID  ('S165')
                INTERVAL (240000)
                REQID    ('S165RSCH')
           END-EXEC.
       900-EXIT.
           EXIT.
