       01  WS-ORPHAN-COUNT                       PIC 9(05) COMP-3
           VALUE 0.
       01  WS-ORPHAN-CUR-TICKET                  PIC X(07).
       01  WS-ORPHAN-PROBE                       PIC X(1000).
       01  WS-ORPHAN-LIVE                        PIC X.

       01  WS-SCANNED-COUNT                      PIC 9(05) COMP-3
       77  WS-RETNCODE2                          PIC S9(8) COMP.

           COPY STF026J.
           COPY SMBDT01 REPLACING ==BDQ-COMMAREA== BY ==WS-BDT-AREA==.
       77  WS-BDT-RESP                           PIC S9(8) COMP.
       01  WS-JOB-START-DATE                     PIC 9(08).
       01  WS-JOB-START-TIME                     PIC X(06).
       01  WS-JOB-COUNT                          PIC 9(05).
       77  WS-JOB-RESP                           PIC S9(8) COMP.

           COPY STF022L.
           COPY SMPRT01 REPLACING ==PRQ-COMMAREA== BY ==WS-PRT-AREA==.
       77  WS-PRT-RESP                           PIC S9(8) COMP.
           COPY STF009N.
       01  WS-DST-LAST-SEQ                       PIC 9(05).
       77  WS-DST-RESP                           PIC S9(8) COMP.
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-JOB-START-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-JOB-START-TIME
           PERFORM 105-GET-BUS-DATE
           PERFORM 230-INIT-RPT-RUN
           MOVE 0 TO WS-SCANNED-COUNT
           MOVE 0 TO WS-FLAGGED-COUNT
           MOVE 'OK' TO WS-JOB-OUTCOME
           PERFORM 800-WRITE-JOB-HISTORY
           PERFORM 330-NOTIFY-SUBSCRIBERS
           PERFORM 335-PRINT-RUN
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

       200-SCAN-TICKETS.
           EXEC CICS STARTBR
                FILE('STF001C')
      *    bare TDQ this report used to write.
       230-INIT-RPT-RUN.
           MOVE 'SM22RPT' TO RPT-Report-ID
           MOVE BDQ-BUS-DATE TO RPT-Run-Date
           MOVE 1 TO RPT-Line-Number
           PERFORM UNTIL RPT-Line-Number = 0
              EXEC CICS READ
                      RESP(WS-RPT-RESP)
                 END-EXEC
                 MOVE 'SM22RPT' TO RPT-Report-ID
                 MOVE BDQ-BUS-DATE TO RPT-Run-Date
                 ADD 1 TO RPT-Line-Number
              ELSE
                 MOVE 0 TO RPT-Line-Number
           MOVE FUNCTION CURRENT-DATE(9:6) TO JOBH-End-Time
           MOVE WS-JOB-COUNT TO JOBH-Count
           MOVE WS-JOB-OUTCOME TO JOBH-Outcome
           MOVE BDQ-BUS-DATE TO JOBH-Bus-Date
           EXEC CICS WRITE
                FILE('STF026J')
                FROM (JOBH-REC)
       800-EXIT.
           EXIT.

      *    A default printer on the report's STF022L list gets
      *    the finished run on paper through SM152 - no printer
      *    named on the list, nothing is printed.
       335-PRINT-RUN.
           MOVE '01' TO PRQ-VERSION
           MOVE SPACES TO PRQ-PRINTER
           MOVE 'SM22RPT' TO PRQ-REPORT-ID
           MOVE BDQ-BUS-DATE TO PRQ-RUN-DATE
           MOVE 0 TO PRQ-FROM-LINE
           MOVE 99999 TO PRQ-TO-LINE
           MOVE 'SM22' TO PRQ-REQUESTED-BY
           EXEC CICS LINK
                PROGRAM('SM152')
                COMMAREA(WS-PRT-AREA)
                RESP(WS-PRT-RESP)
           END-EXEC.
       335-EXIT.
           EXIT.

      *    Walks this report's STF022L distribution slice and posts
      *    one STF009N "report ready" notification per active
      *    subscriber - the subscriber's next SM0000 sign-on shows
           IF WS-DST-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL WS-DST-RESP NOT = DFHRESP(NORMAL)
                      OR DIST-Report-ID NOT = 'SM22RPT'
                 MOVE SPACES TO DIST-Printer
                 EXEC CICS READNEXT
                      FILE('STF022L')
                      INTO(DIST-REC)
                 END-EXEC
                 IF WS-DST-RESP = DFHRESP(NORMAL) AND
                    DIST-Report-ID = 'SM22RPT' AND
                    DIST-ACTIVE = 'Y' AND
                    DIST-Userid NOT = SPACES
                    PERFORM 340-POST-ONE-NOTICE
                 END-IF
              END-PERFORM
