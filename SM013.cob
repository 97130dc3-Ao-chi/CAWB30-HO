       01  WS-PURGE-COUNT                        PIC 9(05) COMP-3.

           COPY STF026J.
           COPY SMBDT01 REPLACING ==BDQ-COMMAREA== BY ==WS-BDT-AREA==.
       77  WS-BDT-RESP                           PIC S9(8) COMP.
       01  WS-JOB-START-DATE                     PIC 9(08).
       01  WS-JOB-START-TIME                     PIC X(06).
       01  WS-JOB-COUNT                          PIC 9(05).
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-JOB-START-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-JOB-START-TIME
           PERFORM 105-GET-BUS-DATE
           MOVE 0 TO WS-PURGE-COUNT
           PERFORM 200-PURGE-ORPHANED-QUEUES
           MOVE WS-PURGE-COUNT TO WS-JOB-COUNT
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

       200-PURGE-ORPHANED-QUEUES.
           EXEC CICS STARTBROWSE TSQNAMES
           END-EXEC
           MOVE FUNCTION CURRENT-DATE(9:6) TO JOBH-End-Time
           MOVE WS-JOB-COUNT TO JOBH-Count
           MOVE WS-JOB-OUTCOME TO JOBH-Outcome
           MOVE BDQ-BUS-DATE TO JOBH-Bus-Date
           EXEC CICS WRITE
                FILE('STF026J')
                FROM (JOBH-REC)
