       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM154.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *  SM154 is the daily API usage summary (TRANSID 'S154'), a      *
      *  self-rescheduling nightly transaction. It reads the STF109U   *
      *  usage counts SM040 keeps for the day before the business      *
      *  date - one row per registered caller per function - and pages *
      *  them by caller with accepted, refused and error counts, a     *
      *  subtotal per caller and a grand total, so a looping monitor   *
      *  or a caller living on its quota shows on one page instead of  *
      *  in a dig through the STF024S type 'API' rows. Output goes to  *
      *  STF010R under 'S154RPT'; the STF022L subscribers of that id   *
      *  get the standard "report is ready" notification and a default *
      *  printer on the list gets the page through SM152.              *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY STF026J.
           COPY SMBDT01 REPLACING ==BDQ-COMMAREA== BY ==WS-BDT-AREA==.
       77  WS-BDT-RESP                           PIC S9(8) COMP.
           COPY STF109U.
           COPY STF022L.
           COPY SMPRT01 REPLACING ==PRQ-COMMAREA== BY ==WS-PRT-AREA==.
       77  WS-PRT-RESP                           PIC S9(8) COMP.
           COPY STF009N.
           COPY STF010R.
       77  WS-RPT-RESP                           PIC S9(8) COMP.
       01  WS-RPT-WORK                           PIC X(80).

       01  WS-TODAY-YYYYMMDD                     PIC 9(08).
       01  WS-USAGE-DATE                         PIC 9(08).
       01  WS-WORK-INTEGER                       PIC S9(9) COMP.
       01  WS-ROW-COUNT                          PIC 9(05) VALUE 0.
       01  WS-CUR-CALLER                         PIC X(08).

      *    Running counts - the caller in hand and the whole day.
       01  WS-CALLER-TOTALS.
           05 WS-CT-ACCEPTED                     PIC 9(09).
           05 WS-CT-REFUSED                      PIC 9(09).
           05 WS-CT-ERRORS                       PIC 9(09).
       01  WS-GRAND-TOTALS.
           05 WS-GT-ACCEPTED                     PIC 9(09).
           05 WS-GT-REFUSED                      PIC 9(09).
           05 WS-GT-ERRORS                       PIC 9(09).

       01  WS-DETAIL-LINE.
           05 DL-CALLER                          PIC X(08).
           05 FILLER                             PIC X(02) VALUE SPACES.
           05 DL-FUNCTION                        PIC X(08).
           05 FILLER                             PIC X(02) VALUE SPACES.
           05 DL-ACCEPTED                        PIC Z(08)9.
           05 FILLER                             PIC X(02) VALUE SPACES.
           05 DL-REFUSED                         PIC Z(08)9.
           05 FILLER                             PIC X(02) VALUE SPACES.
           05 DL-ERRORS                          PIC Z(08)9.
           05 FILLER                             PIC X(02) VALUE SPACES.
           05 DL-FLAG                            PIC X(17).
       01  WS-COLUMN-HEADS                       PIC X(80) VALUE
           'CALLER    FUNCTION   ACCEPTED    REFUSED     ERRORS'.

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
                TO WS-USAGE-DATE
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

      *    The day's STF109U slice comes back in caller, function
      *    order - a change of caller closes the previous caller's
      *    subtotal.
       200-SUMMARIZE-DAY.
           MOVE SPACES TO WS-CUR-CALLER
           MOVE 0 TO WS-CT-ACCEPTED WS-CT-REFUSED WS-CT-ERRORS
           MOVE 0 TO WS-GT-ACCEPTED WS-GT-REFUSED WS-GT-ERRORS
           MOVE WS-USAGE-DATE TO CUSE-Date
           MOVE LOW-VALUES TO CUSE-Caller-ID
           MOVE LOW-VALUES TO CUSE-Function
           EXEC CICS STARTBR
                FILE('STF109U')
                RIDFLD(CUSE-KEYS)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
                 EXEC CICS READNEXT
                      FILE('STF109U')
                      INTO(CUSE-REC)
                      RIDFLD(CUSE-KEYS)
                      RESP(WS-RETNCODE)
                 END-EXEC
                 IF WS-RETNCODE = DFHRESP(NORMAL)
                    IF CUSE-Date NOT = WS-USAGE-DATE
                       MOVE DFHRESP(ENDFILE) TO WS-RETNCODE
                    ELSE
                       PERFORM 250-REPORT-ONE-ROW
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF109U')
              END-EXEC
           END-IF
           IF WS-ROW-COUNT = 0
              MOVE '   (NO SM040 CALLS ON THIS DATE)' TO WS-RPT-WORK
              PERFORM 910-WRITE-RPT-LINE
              GO TO 200-EXIT
           END-IF
           PERFORM 260-CALLER-SUBTOTAL
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE 'ALL' TO DL-CALLER
           MOVE 'TOTAL' TO DL-FUNCTION
           MOVE WS-GT-ACCEPTED TO DL-ACCEPTED
           MOVE WS-GT-REFUSED TO DL-REFUSED
           MOVE WS-GT-ERRORS TO DL-ERRORS
           MOVE WS-DETAIL-LINE TO WS-RPT-WORK
           PERFORM 910-WRITE-RPT-LINE.
       200-EXIT.
           EXIT.

       250-REPORT-ONE-ROW.
           IF WS-CUR-CALLER NOT = SPACES AND
              WS-CUR-CALLER NOT = CUSE-Caller-ID
              PERFORM 260-CALLER-SUBTOTAL
           END-IF
           MOVE CUSE-Caller-ID TO WS-CUR-CALLER
           ADD 1 TO WS-ROW-COUNT
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE CUSE-Caller-ID TO DL-CALLER
           MOVE CUSE-Function TO DL-FUNCTION
           MOVE CUSE-Accepted TO DL-ACCEPTED
           MOVE CUSE-Refused TO DL-REFUSED
           MOVE CUSE-Errors TO DL-ERRORS
           IF CUSE-Refused > 0
              MOVE '** REFUSED CALLS' TO DL-FLAG
           END-IF
           MOVE WS-DETAIL-LINE TO WS-RPT-WORK
           PERFORM 910-WRITE-RPT-LINE
           ADD CUSE-Accepted TO WS-CT-ACCEPTED WS-GT-ACCEPTED
           ADD CUSE-Refused TO WS-CT-REFUSED WS-GT-REFUSED
           ADD CUSE-Errors TO WS-CT-ERRORS WS-GT-ERRORS.
       250-EXIT.
           EXIT.

       260-CALLER-SUBTOTAL.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-CUR-CALLER TO DL-CALLER
           MOVE 'SUBTOTAL' TO DL-FUNCTION
           MOVE WS-CT-ACCEPTED TO DL-ACCEPTED
           MOVE WS-CT-REFUSED TO DL-REFUSED
           MOVE WS-CT-ERRORS TO DL-ERRORS
           MOVE WS-DETAIL-LINE TO WS-RPT-WORK
           PERFORM 910-WRITE-RPT-LINE
           MOVE SPACES TO WS-RPT-WORK
           PERFORM 910-WRITE-RPT-LINE
           MOVE 0 TO WS-CT-ACCEPTED WS-CT-REFUSED WS-CT-ERRORS.
       260-EXIT.
           EXIT.

      *    A default printer on the report's STF022L list gets
      *    the finished run on paper through SM152 - no printer
      *    named on the list, nothing is printed.
       610-PRINT-RUN.
           MOVE '01' TO PRQ-VERSION
           MOVE SPACES TO PRQ-PRINTER
           MOVE 'S154RPT' TO PRQ-REPORT-ID
           MOVE BDQ-BUS-DATE TO PRQ-RUN-DATE
           MOVE 0 TO PRQ-FROM-LINE
           MOVE 99999 TO PRQ-TO-LINE
           MOVE 'S154' TO PRQ-REQUESTED-BY
           EXEC CICS LINK
                PROGRAM('SM152')
                COMMAREA(WS-PRT-AREA)
                RESP(WS-PRT-RESP)
           END-EXEC.
       610-EXIT.
           EXIT.

      *    The STF022L convention: active subscribers of 'S154RPT'
      *    get the standard "report is ready" notification.
       600-NOTIFY-SUBSCRIBERS.
           MOVE 'S154RPT' TO DIST-Report-ID
           MOVE 0 TO DIST-Seq-Number
           EXEC CICS STARTBR
                FILE('STF022L')
                RIDFLD(DIST-KEYS)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
                      OR DIST-Report-ID NOT = 'S154RPT'
                 MOVE SPACES TO DIST-Printer
                 EXEC CICS READNEXT
                      FILE('STF022L')
                      INTO(DIST-REC)
                      RIDFLD(DIST-KEYS)
                      RESP(WS-RETNCODE)
                 END-EXEC
                 IF WS-RETNCODE = DFHRESP(NORMAL) AND
                    DIST-Report-ID = 'S154RPT' AND
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
           MOVE 'API USAGE SUMMARY READY: S154RPT IN SM30'
                TO NOTIF-Text
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
           MOVE 'S154RPT' TO RPT-Report-ID
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
                 MOVE 'S154RPT' TO RPT-Report-ID
                 MOVE BDQ-BUS-DATE TO RPT-Run-Date
                 ADD 1 TO RPT-Line-Number
              ELSE
                 MOVE 0 TO RPT-Line-Number
              END-IF
           END-PERFORM
           MOVE SPACES TO WS-RPT-WORK
           STRING 'SM040 API USAGE BY CALLER FOR ' DELIMITED BY SIZE
                  WS-USAGE-DATE DELIMITED BY SIZE
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
      *    other housekeeping jobs - count is the usage rows paged.
       800-WRITE-JOB-HISTORY.
           MOVE 'S154' TO JOBH-Job-ID
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
                TRANSID  ('S154')
                INTERVAL (240000)
                REQID    ('S154RSCH')
           END-EXEC.
       900-EXIT.
           EXIT.
