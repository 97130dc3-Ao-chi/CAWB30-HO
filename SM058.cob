      *  file, so expired keys are queued to TS queue 'SM58PRG' first  *
      *  (the same browse-then-work-the-queue idiom SM015 uses), then  *
      *  deleted one at a time.                                        *
      *                                                                *
      *  A report run that names anything under legal hold is kept     *
      *  whole. Report lines carry no ticket or user key, so each      *
      *  expired line is searched for the values the SM144 service     *
      *  answers - a held ticket number, requestor or department       *
      *  code - and the first hit keeps every line of that report-id   *
      *  and run-date. The match is textual, so a short code can keep  *
      *  a run it did not need to; that is the safe direction. Kept    *
      *  runs and the purged and held line counts go to STF010R under  *
      *  'SM58RPT' once the purge is done. When the hold list cannot   *
      *  be had nothing is purged and the run ends NOHOLD.             *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY STF010R.
       01  WS-CUTOFF-INTEGER                     PIC S9(9) COMP.
       01  WS-RUN-INTEGER                        PIC S9(9) COMP.
       01  WS-PURGE-COUNT                        PIC 9(05) COMP-3.
           COPY SMHLD01 REPLACING ==HLQ-COMMAREA== BY ==WS-HOLD-AREA==.
       77  WS-RPT-RESP                           PIC S9(8) COMP.
       01  WS-RPT-WORK                           PIC X(80).
       01  WS-HOLD-OK                            PIC X(01).
       01  WS-HOLD-SUB                           PIC 9(03).
       01  WS-HOLD-HIT                           PIC X(01).
       01  WS-HOLD-MATTER                        PIC X(20).
       01  WS-HOLD-TALLY                         PIC S9(4) COMP.
       01  WS-HOLD-LEN-TABLE.
           05 WS-HOLD-LEN OCCURS 200             PIC S9(4) COMP.
       01  WS-HELD-COUNT                         PIC 9(05) VALUE 0.
       01  WS-COUNT-DISP                         PIC ZZZZ9.
      *    Report runs kept for a hold. Past the table's end the
      *    delete pass falls back to testing each line on its own.
       01  WS-HRUN-TABLE.
           05 WS-HRUN-ENTRY OCCURS 100.
              10 WS-HRUN-ID                      PIC X(08).
              10 WS-HRUN-DATE                    PIC 9(08).
              10 WS-HRUN-MATTER                  PIC X(20).
              10 WS-HRUN-LINES                   PIC 9(05).
       01  WS-HRUN-COUNT                         PIC 9(03) VALUE 0.
       01  WS-HRUN-SUB                           PIC 9(03).
       01  WS-HRUN-HIT                           PIC 9(03).
       01  WS-HRUN-FULL                          PIC X(01) VALUE 'N'.
       01  WS-WORK-KEY-R.
           05 WS-WORK-ID                         PIC X(08).
           05 WS-WORK-DATE                       PIC 9(08).
           05 FILLER                             PIC X(05).
       77  WS-RETNCODE                           PIC S9(8) COMP.
       77  WS-RETNCODE2                          PIC S9(8) COMP.

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
           MOVE BDQ-BUS-DATE TO WS-TODAY-YYYYMMDD
           COMPUTE WS-CUTOFF-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD)
                 - WS-RETENTION-DAYS
           PERFORM 170-LOAD-HOLDS
           IF WS-HOLD-OK NOT = 'Y'
              PERFORM 150-INIT-RPT-RUN
              IF WS-HOLD-OK = 'O'
                 MOVE 'MORE THAN 200 HOLDS IN FORCE - SEE SM145 REPORT'
                      TO WS-RPT-WORK
                 PERFORM 910-WRITE-RPT-LINE
              END-IF
              MOVE 'HOLD LIST UNAVAILABLE - NOTHING PURGED'
                   TO WS-RPT-WORK
              PERFORM 910-WRITE-RPT-LINE
              MOVE 0 TO WS-JOB-COUNT
              MOVE 'NOHOLD' TO WS-JOB-OUTCOME
              PERFORM 800-WRITE-JOB-HISTORY
              EXEC CICS RETURN
              END-EXEC
           END-IF
           PERFORM 200-QUEUE-EXPIRED-LINES
           PERFORM 300-DELETE-QUEUED-LINES
           EXEC CICS DELETEQ TS
                QUEUE(WS-QNAME)
                RESP(WS-RETNCODE)
           END-EXEC
           PERFORM 150-INIT-RPT-RUN
           PERFORM 400-WRITE-TOTALS
           MOVE WS-PURGE-COUNT TO WS-JOB-COUNT
           MOVE 'OK' TO WS-JOB-OUTCOME
           PERFORM 800-WRITE-JOB-HISTORY
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

       200-QUEUE-EXPIRED-LINES.
           EXEC CICS STARTBR
                FILE('STF010R')
                    COMPUTE WS-RUN-INTEGER =
                       FUNCTION INTEGER-OF-DATE(RPT-Run-Date)
                    IF WS-RUN-INTEGER < WS-CUTOFF-INTEGER
                       PERFORM 250-NOTE-HELD-RUN
                       EXEC CICS WRITEQ TS
                            QUEUE(WS-QNAME)
                            FROM (RPT-KEYS)
                RESP (WS-RETNCODE)
           END-EXEC
           PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
              MOVE WS-WORK-KEY TO WS-WORK-KEY-R
              PERFORM 270-FIND-HELD-RUN
              IF WS-HRUN-HIT > 0
                 ADD 1 TO WS-HRUN-LINES(WS-HRUN-HIT)
                 ADD 1 TO WS-HELD-COUNT
                 MOVE DFHRESP(NOTFND) TO WS-RETNCODE2
              ELSE
                 EXEC CICS READ
                      FILE('STF010R')
                      INTO   (RPT-REC)
                      RIDFLD (WS-WORK-KEY)
                      UPDATE
                      RESP   (WS-RETNCODE2)
                 END-EXEC
              END-IF
              IF WS-RETNCODE2 = DFHRESP(NORMAL) AND
                 WS-HRUN-FULL = 'Y'
                 PERFORM 260-SCAN-LINE
                 IF WS-HOLD-HIT = 'Y'
                    EXEC CICS UNLOCK
                         FILE('STF010R')
                    END-EXEC
                    ADD 1 TO WS-HELD-COUNT
                    MOVE DFHRESP(NOTFND) TO WS-RETNCODE2
                 END-IF
              END-IF
              IF WS-RETNCODE2 = DFHRESP(NORMAL)
                 EXEC CICS DELETE
                      FILE('STF010R')
       300-EXIT.
           EXIT.

      *    The holds in force tonight, one LINK per run, with each
      *    value's length without its trailing spaces for the scan.
       170-LOAD-HOLDS.
           MOVE 'Y' TO WS-HOLD-OK
           MOVE '01' TO HLQ-VERSION
           EXEC CICS LINK
                PROGRAM('SM144')
                COMMAREA(WS-HOLD-AREA)
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              MOVE 'N' TO WS-HOLD-OK
              GO TO 170-EXIT
           END-IF
           IF HLQ-OVERFLOW NOT = 'N'
              MOVE 'O' TO WS-HOLD-OK
              GO TO 170-EXIT
           END-IF
           PERFORM VARYING WS-HOLD-SUB FROM 1 BY 1
                   UNTIL WS-HOLD-SUB > HLQ-COUNT
              MOVE 8 TO WS-HOLD-LEN(WS-HOLD-SUB)
              PERFORM UNTIL WS-HOLD-LEN(WS-HOLD-SUB) = 1 OR
                 HLQ-VALUE(WS-HOLD-SUB)(WS-HOLD-LEN(WS-HOLD-SUB):1)
                    NOT = SPACE
                 SUBTRACT 1 FROM WS-HOLD-LEN(WS-HOLD-SUB)
              END-PERFORM
           END-PERFORM.
       170-EXIT.
           EXIT.

      *    An expired line naming a held value marks its whole run;
      *    a run already marked needs no second look.
       250-NOTE-HELD-RUN.
           IF HLQ-COUNT = 0
              GO TO 250-EXIT
           END-IF
           MOVE RPT-KEYS TO WS-WORK-KEY-R
           PERFORM 270-FIND-HELD-RUN
           IF WS-HRUN-HIT > 0
              GO TO 250-EXIT
           END-IF
           PERFORM 260-SCAN-LINE
           IF WS-HOLD-HIT NOT = 'Y'
              GO TO 250-EXIT
           END-IF
           IF WS-HRUN-COUNT < 100
              ADD 1 TO WS-HRUN-COUNT
              MOVE RPT-Report-ID TO WS-HRUN-ID(WS-HRUN-COUNT)
              MOVE RPT-Run-Date TO WS-HRUN-DATE(WS-HRUN-COUNT)
              MOVE WS-HOLD-MATTER TO WS-HRUN-MATTER(WS-HRUN-COUNT)
              MOVE 0 TO WS-HRUN-LINES(WS-HRUN-COUNT)
           ELSE
              MOVE 'Y' TO WS-HRUN-FULL
           END-IF.
       250-EXIT.
           EXIT.

      *    WS-HOLD-HIT is Y when RPT-Line-Text carries any held value.
       260-SCAN-LINE.
           MOVE 'N' TO WS-HOLD-HIT
           PERFORM VARYING WS-HOLD-SUB FROM 1 BY 1
                   UNTIL WS-HOLD-SUB > HLQ-COUNT
                   OR WS-HOLD-HIT = 'Y'
              MOVE 0 TO WS-HOLD-TALLY
              INSPECT RPT-Line-Text TALLYING WS-HOLD-TALLY
                 FOR ALL HLQ-VALUE(WS-HOLD-SUB)
                        (1:WS-HOLD-LEN(WS-HOLD-SUB))
              IF WS-HOLD-TALLY > 0
                 MOVE 'Y' TO WS-HOLD-HIT
                 MOVE HLQ-MATTER(WS-HOLD-SUB) TO WS-HOLD-MATTER
              END-IF
           END-PERFORM.
       260-EXIT.
           EXIT.

      *    WS-HRUN-HIT is the kept run matching WS-WORK-ID and
      *    WS-WORK-DATE, zero when the run is not held.
       270-FIND-HELD-RUN.
           MOVE 0 TO WS-HRUN-HIT
           PERFORM VARYING WS-HRUN-SUB FROM 1 BY 1
                   UNTIL WS-HRUN-SUB > WS-HRUN-COUNT
                   OR WS-HRUN-HIT > 0
              IF WS-HRUN-ID(WS-HRUN-SUB) = WS-WORK-ID AND
                 WS-HRUN-DATE(WS-HRUN-SUB) = WS-WORK-DATE
                 MOVE WS-HRUN-SUB TO WS-HRUN-HIT
              END-IF
           END-PERFORM.
       270-EXIT.
           EXIT.

       400-WRITE-TOTALS.
           PERFORM VARYING WS-HRUN-SUB FROM 1 BY 1
                   UNTIL WS-HRUN-SUB > WS-HRUN-COUNT
              MOVE SPACES TO WS-RPT-WORK
              MOVE WS-HRUN-LINES(WS-HRUN-SUB) TO WS-COUNT-DISP
              STRING 'KEPT ' DELIMITED BY SIZE
                     WS-HRUN-ID(WS-HRUN-SUB) DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-HRUN-DATE(WS-HRUN-SUB) DELIMITED BY SIZE
                     WS-COUNT-DISP DELIMITED BY SIZE
                     ' LINES - LEGAL HOLD ' DELIMITED BY SIZE
                     WS-HRUN-MATTER(WS-HRUN-SUB) DELIMITED BY SIZE
                     INTO WS-RPT-WORK
              END-STRING
              PERFORM 910-WRITE-RPT-LINE
           END-PERFORM
           MOVE SPACES TO WS-RPT-WORK
           MOVE WS-PURGE-COUNT TO WS-COUNT-DISP
           STRING 'REPORT LINES PURGED:    ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE
           MOVE SPACES TO WS-RPT-WORK
           MOVE WS-HELD-COUNT TO WS-COUNT-DISP
           STRING 'SKIPPED FOR LEGAL HOLD: ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE.
       400-EXIT.
           EXIT.

      *    Starts the repository run, same delete-and-replace
      *    convention as every other STF010R writer.
       150-INIT-RPT-RUN.
           MOVE 'SM58RPT' TO RPT-Report-ID
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
                 MOVE 'SM58RPT' TO RPT-Report-ID
                 MOVE BDQ-BUS-DATE TO RPT-Run-Date
                 ADD 1 TO RPT-Line-Number
              ELSE
                 MOVE 0 TO RPT-Line-Number
              END-IF
           END-PERFORM
           MOVE 'NIGHTLY REPORT REPOSITORY PURGE' TO WS-RPT-WORK
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

       900-RESCHEDULE.
      *    Scheduling moved to the S101 nightly chain driver: this
      *    job no longer re-STARTs itself. The driver releases it
           MOVE FUNCTION CURRENT-DATE(9:6) TO JOBH-End-Time
           MOVE WS-JOB-COUNT TO JOBH-Count
           MOVE WS-JOB-OUTCOME TO JOBH-Outcome
           MOVE BDQ-BUS-DATE TO JOBH-Bus-Date
           EXEC CICS WRITE
                FILE('STF026J')
                FROM (JOBH-REC)
