      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY STF026J.
           COPY SMBDT01 REPLACING ==BDQ-COMMAREA== BY ==WS-BDT-AREA==.
       77  WS-BDT-RESP                           PIC S9(8) COMP.
           COPY STF025E.
           COPY STF027G.
           COPY STF030A.
           COPY STF022L.
           COPY SMPRT01 REPLACING ==PRQ-COMMAREA== BY ==WS-PRT-AREA==.
       77  WS-PRT-RESP                           PIC S9(8) COMP.
           COPY STF009N.
           COPY STF010R.
       77  WS-RPT-RESP                           PIC S9(8) COMP.
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-JOB-START-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-JOB-START-TIME
           PERFORM 105-GET-BUS-DATE
           MOVE BDQ-BUS-DATE TO WS-TODAY-YYYYMMDD
           COMPUTE WS-WORK-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD) - 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-WORK-INTEGER)
           PERFORM 400-REPORT-GROWTH
           PERFORM 500-REPORT-UNACKED
           PERFORM 600-NOTIFY-SUBSCRIBERS
           PERFORM 610-PRINT-RUN
           PERFORM 800-WRITE-JOB-HISTORY
           PERFORM 900-RESCHEDULE
           EXEC CICS RETURN
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

      *    Newest row plus up to five before it - runtime is the
      *    whole-minute clock span of each run.
       200-REPORT-ONE-JOB.
       500-EXIT.
           EXIT.

      *    A default printer on the report's STF022L list gets
      *    the finished run on paper through SM152 - no printer
      *    named on the list, nothing is printed.
       610-PRINT-RUN.
           MOVE '01' TO PRQ-VERSION
           MOVE SPACES TO PRQ-PRINTER
           MOVE 'S105RPT' TO PRQ-REPORT-ID
           MOVE BDQ-BUS-DATE TO PRQ-RUN-DATE
           MOVE 0 TO PRQ-FROM-LINE
           MOVE 99999 TO PRQ-TO-LINE
           MOVE 'S105' TO PRQ-REQUESTED-BY
           EXEC CICS LINK
                PROGRAM('SM152')
                COMMAREA(WS-PRT-AREA)
                RESP(WS-PRT-RESP)
           END-EXEC.
       610-EXIT.
           EXIT.

      *    The STF022L convention: active subscribers of 'S105RPT'
      *    get the standard "report is ready" notification.
       600-NOTIFY-SUBSCRIBERS.
           IF WS-RETNCODE = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
                      OR DIST-Report-ID NOT = 'S105RPT'
                 MOVE SPACES TO DIST-Printer
                 EXEC CICS READNEXT
                      FILE('STF022L')
                      INTO(DIST-REC)
                 END-EXEC
                 IF WS-RETNCODE = DFHRESP(NORMAL) AND
                    DIST-Report-ID = 'S105RPT' AND
                    DIST-ACTIVE = 'Y' AND
                    DIST-Userid NOT = SPACES
                    MOVE DIST-Userid TO WS-NTF-TARGET
                    PERFORM 650-WRITE-ONE-NOTIF
                 END-IF
      *    convention as every other STF010R writer.
       150-INIT-RPT-RUN.
           MOVE 'S105RPT' TO RPT-Report-ID
           MOVE BDQ-BUS-DATE TO RPT-Run-Date
           MOVE 1 TO RPT-Line-Number
           PERFORM UNTIL RPT-Line-Number = 0
              EXEC CICS READ
                      RESP(WS-RPT-RESP)
                 END-EXEC
                 MOVE 'S105RPT' TO RPT-Report-ID
                 MOVE BDQ-BUS-DATE TO RPT-Run-Date
                 ADD 1 TO RPT-Line-Number
              ELSE
                 MOVE 0 TO RPT-Line-Number
           MOVE FUNCTION CURRENT-DATE(9:6) TO JOBH-End-Time
           MOVE RPT-Line-Number TO JOBH-Count
           MOVE 'OK' TO JOBH-Outcome
           MOVE BDQ-BUS-DATE TO JOBH-Bus-Date
           EXEC CICS WRITE
                FILE('STF026J')
                FROM (JOBH-REC)
