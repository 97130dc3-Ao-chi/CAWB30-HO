       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM156.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *  SM156 is the daily alarm flapping report (TRANSID 'S156'), a  *
      *  self-rescheduling nightly transaction. It reads the STF111F   *
      *  tallies SM155 keeps for the day before the business date and  *
      *  lists every alarm - source and resource - that both opened    *
      *  and cleared at least WS-FLAP-MIN times that day, with its     *
      *  open, clear and repeat counts and the last ticket it was on,  *
      *  so a link bouncing all night or a threshold set too tight is  *
      *  seen and fixed at the monitor rather than worked ticket by    *
      *  ticket. Output goes to STF010R under 'S156RPT'; the STF022L   *
      *  subscribers of that id get the standard "report is ready"     *
      *  notification and a default printer on the list gets the page  *
      *  through SM152.                                                *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY STF026J.
           COPY SMBDT01 REPLACING ==BDQ-COMMAREA== BY ==WS-BDT-AREA==.
       77  WS-BDT-RESP                           PIC S9(8) COMP.
           COPY STF111F.
           COPY STF022L.
           COPY SMPRT01 REPLACING ==PRQ-COMMAREA== BY ==WS-PRT-AREA==.
       77  WS-PRT-RESP                           PIC S9(8) COMP.
           COPY STF009N.
           COPY STF010R.
       77  WS-RPT-RESP                           PIC S9(8) COMP.
       01  WS-RPT-WORK                           PIC X(80).

       01  WS-TODAY-YYYYMMDD                     PIC 9(08).
       01  WS-FLAP-DATE                          PIC 9(08).
       01  WS-WORK-INTEGER                       PIC S9(9) COMP.
       01  WS-ROW-COUNT                          PIC 9(05) VALUE 0.
       01  WS-ALARM-COUNT                        PIC 9(05) VALUE 0.
      *    Open-and-clear cycles in the day that make an alarm a
      *    flapper worth listing.
       01  WS-FLAP-MIN                           PIC 9(05) VALUE 3.

       01  WS-DETAIL-LINE.
           05 DL-SOURCE                          PIC X(08).
           05 FILLER                             PIC X(02) VALUE SPACES.
           05 DL-RESOURCE                        PIC X(20).
           05 FILLER                             PIC X(02) VALUE SPACES.
           05 DL-OPENS                           PIC Z(04)9.
           05 FILLER                             PIC X(02) VALUE SPACES.
           05 DL-CLEARS                          PIC Z(04)9.
           05 FILLER                             PIC X(02) VALUE SPACES.
           05 DL-REPEATS                         PIC Z(06)9.
           05 FILLER                             PIC X(02) VALUE SPACES.
           05 DL-TICKET                          PIC X(07).
       01  WS-COLUMN-HEADS.
           05 FILLER                             PIC X(32) VALUE
              'SOURCE    RESOURCE'.
           05 FILLER                             PIC X(48) VALUE
              'OPENS CLEARS  REPEATS  TICKET'.

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
           COMPUTE WS-WORK-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD) - 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-WORK-INTEGER)
                TO WS-FLAP-DATE
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
           PERFORM 200-SUMMARIZE-DAY
           PERFORM 600-NOTIFY-SUBSCRIBERS
           PERFORM 610-PRINT-RUN
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

      *    The day's STF111F slice comes back in source, resource
      *    order; only alarms that flapped are listed.
       200-SUMMARIZE-DAY.
           MOVE WS-FLAP-DATE TO FLAP-Date
           MOVE LOW-VALUES TO FLAP-Source
           MOVE LOW-VALUES TO FLAP-Resource
           EXEC CICS STARTBR
                FILE('STF111F')
                RIDFLD(FLAP-KEYS)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
                 EXEC CICS READNEXT
                      FILE('STF111F')
                      INTO(FLAP-REC)
                      RIDFLD(FLAP-KEYS)
                      RESP(WS-RETNCODE)
                 END-EXEC
                 IF WS-RETNCODE = DFHRESP(NORMAL)
                    IF FLAP-Date NOT = WS-FLAP-DATE
                       MOVE DFHRESP(ENDFILE) TO WS-RETNCODE
                    ELSE
                       PERFORM 250-REPORT-ONE-ROW
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF111F')
              END-EXEC
           END-IF
           IF WS-ROW-COUNT = 0
              MOVE '   (NO ALARM FLAPPED ON THIS DATE)' TO WS-RPT-WORK
              PERFORM 910-WRITE-RPT-LINE
           END-IF
           MOVE SPACES TO WS-RPT-WORK
           PERFORM 910-WRITE-RPT-LINE
           MOVE SPACES TO WS-RPT-WORK
           STRING 'ALARMS SEEN ' DELIMITED BY SIZE
                  WS-ALARM-COUNT DELIMITED BY SIZE
                  '  FLAPPING ' DELIMITED BY SIZE
                  WS-ROW-COUNT DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE.
       200-EXIT.
           EXIT.

       250-REPORT-ONE-ROW.
           ADD 1 TO WS-ALARM-COUNT
           IF FLAP-Opens < WS-FLAP-MIN OR FLAP-Clears < WS-FLAP-MIN
              GO TO 250-EXIT
           END-IF
           ADD 1 TO WS-ROW-COUNT
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE FLAP-Source TO DL-SOURCE
           MOVE FLAP-Resource TO DL-RESOURCE
           MOVE FLAP-Opens TO DL-OPENS
           MOVE FLAP-Clears TO DL-CLEARS
           MOVE FLAP-Repeats TO DL-REPEATS
           MOVE FLAP-Ticket-ID TO DL-TICKET
           MOVE WS-DETAIL-LINE TO WS-RPT-WORK
           PERFORM 910-WRITE-RPT-LINE.
       250-EXIT.
           EXIT.

      *    A default printer on the report's STF022L list gets
      *    the finished run on paper through SM152 - no printer
      *    named on the list, nothing is printed.
       610-PRINT-RUN.
           MOVE '01' TO PRQ-VERSION
           MOVE SPACES TO PRQ-PRINTER
           MOVE 'S156RPT' TO PRQ-REPORT-ID
           MOVE BDQ-BUS-DATE TO PRQ-RUN-DATE
           MOVE 0 TO PRQ-FROM-LINE
           MOVE 99999 TO PRQ-TO-LINE
           MOVE 'S156' TO PRQ-REQUESTED-BY
           EXEC CICS LINK
                PROGRAM('SM152')
                COMMAREA(WS-PRT-AREA)
                RESP(WS-PRT-RESP)
           END-EXEC.
       610-EXIT.
           EXIT.

      *    The STF022L convention: active subscribers of 'S156RPT'
      *    get the standard "report is ready" notification.
       600-NOTIFY-SUBSCRIBERS.
           MOVE 'S156RPT' TO DIST-Report-ID
           MOVE 0 TO DIST-Seq-Number
           EXEC CICS STARTBR
                FILE('STF022L')
                RIDFLD(DIST-KEYS)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
                      OR DIST-Report-ID NOT = 'S156RPT'
                 MOVE SPACES TO DIST-Printer
                 EXEC CICS READNEXT
                      FILE('STF022L')
                      INTO(DIST-REC)
                      RIDFLD(DIST-KEYS)
                      RESP(WS-RETNCODE)
                 END-EXEC
                 IF WS-RETNCODE = DFHRESP(NORMAL) AND
                    DIST-Report-ID = 'S156RPT' AND
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
           MOVE 'ALARM FLAPPING REPORT READY: S156RPT IN SM30' TO
                NOTIF-Text
           MOVE 'N' TO NOTIF-Read-Flag
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
           MOVE 'S156RPT' TO RPT-Report-ID
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
                 MOVE 'S156RPT' TO RPT-Report-ID
                 MOVE BDQ-BUS-DATE TO RPT-Run-Date
                 ADD 1 TO RPT-Line-Number
              ELSE
                 MOVE 0 TO RPT-Line-Number
              END-IF
           END-PERFORM
           MOVE SPACES TO WS-RPT-WORK
           STRING 'ALARMS OPENED AND CLEARED REPEATEDLY ON '
                  DELIMITED BY SIZE
                  WS-FLAP-DATE DELIMITED BY SIZE
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
      *    console and the S102 watchdog, same convention as the
      *    other housekeeping jobs - count is the alarms listed.
       800-WRITE-JOB-HISTORY.
           MOVE 'S156' TO JOBH-Job-ID
           MOVE WS-JOB-START-DATE TO JOBH-Run-Date
           MOVE WS-JOB-START-TIME TO JOBH-Run-Time
           MOVE FUNCTION CURRENT-DATE(9:6) TO JOBH-End-Time
           MOVE WS-ROW-COUNT TO JOBH-Count
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
                TRANSID  ('S156')
                INTERVAL (240000)
                REQID    ('S156RSCH')
           END-EXEC.
       900-EXIT.
           EXIT.
