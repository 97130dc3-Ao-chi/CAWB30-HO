      *  SM021, SM023, SM035, SM036, SM043 and SM052 - reads the      *
      *  snapshot instead of the live files, and a brand-new report    *
      *  starts from the SM98AGG lines at the cost of one small read.  *
      *  The snapshot keeps each ticket's department as written; the   *
      *  department totals count a code reorganised away by SM140      *
      *  under its successor (the SM141 map).                          *
      *                                                                *
      *  The full rebuild grew with STF001H into the longest step of   *
      *  the batch window, so most nights are now incremental: only    *
      *  the STF069J journal rows written since the last run (the key  *
      *  held on the STF103S control row) are applied - an insert or   *
      *  update lands its after-image, a delete removes the row unless *
      *  the ticket went to STF001H, whose image is taken instead -    *
      *  and the previous run's SM98AGG totals are carried forward,    *
      *  less each replaced image and plus its successor. The full     *
      *  rebuild still runs on the control row's weekly day, when an   *
      *  admin asks for one there (SM033 table SNAP), when there is no *
      *  prior run or journal to build on, and whenever the control    *
      *  totals fail: the snapshot's row count must equal the STF001C  *
      *  plus STF001H counts and the status totals must add up to it,  *
      *  otherwise the incremental result is discarded and rebuilt in  *
      *  full the same night. The outcome on STF026J says which ran:   *
      *  INCR, FULL, or FORCED for a rebuild the control check forced. *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY STF001C.
           COPY STF063T.
           COPY STF010R.
           COPY STF069J.
           COPY STF103S.
       77  WS-RPT-RESP                           PIC S9(8) COMP.
       77  WS-RETNCODE                           PIC S9(8) COMP.
       77  WS-RETNCODE2                          PIC S9(8) COMP.
       01  WS-FILE-NAME                          PIC X(08).
       01  WS-ROW-COUNT                          PIC 9(07) VALUE 0.
       01  WS-PURGE-KEY                          PIC X(07).
       01  WS-SCRATCH-SNAP                       PIC X(1000).

      *    One bucket per kind+value: S status, C category, D
      *    department, P provider.
       01  WS-AG-WORK-KIND                       PIC X(01).
       01  WS-AG-WORK-KEY                        PIC X(10).
       01  WS-CNT-DISP                           PIC 9(07).
       01  WS-AG-DELTA                           PIC S9(01) VALUE +1.
       01  WS-AG-DRIFT                           PIC X(01) VALUE 'N'.
       01  WS-AG-STATUS-SUM                      PIC 9(07).

      *    Refresh control - which kind of run, and what it leaves
      *    on the STF103S row for the next one.
       01  WS-RUN-MODE                           PIC X(01).
       01  WS-FORCED                             PIC X(01) VALUE 'N'.
       01  WS-CTL-FOUND                          PIC X(01).
       01  WS-CTL-OK                             PIC X(01).
       01  WS-TODAY-YYYYMMDD                     PIC 9(08).
       01  WS-TODAY-INTEGER                      PIC S9(9) COMP.
       01  WS-TODAY-DAY-OF-WEEK                  PIC 9(01).
       01  WS-HIGH-JRNL-KEY                      PIC X(09).
       01  WS-HIGH-JRNL-NUM REDEFINES WS-HIGH-JRNL-KEY
                                                 PIC 9(09).
       01  WS-SNAP-ROWS                          PIC 9(07).
       01  WS-LIVE-ROWS                          PIC 9(07).
       01  WS-APPLIED-COUNT                      PIC 9(07) VALUE 0.
       01  WS-SNAP-KEY                           PIC X(07).
       01  WS-SNAP-FOUND                         PIC X(01).
       01  WS-HAVE-IMAGE                         PIC X(01).
       01  WS-AG-LOAD-DATE                       PIC 9(08).
           COPY SMDMP01.
       01  WS-DM-SUB                             PIC 9(03).
       77  WS-RETNCODE3                          PIC S9(8) COMP.

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
           MOVE BDQ-BUS-DATE TO WS-TODAY-YYYYMMDD
           PERFORM 160-LOAD-DEPT-MAP
           PERFORM 120-CHOOSE-MODE
           IF WS-RUN-MODE = 'I'
              PERFORM 500-APPLY-JOURNAL
              PERFORM 560-CHECK-CONTROL-TOTALS
              IF WS-CTL-OK = 'N'
                 MOVE 'Y' TO WS-FORCED
                 MOVE 'F' TO WS-RUN-MODE
              END-IF
           END-IF
           IF WS-RUN-MODE = 'F'
              PERFORM 190-FULL-REBUILD
           END-IF
           PERFORM 400-WRITE-AGGREGATES
           PERFORM 130-SAVE-CONTROL
           IF WS-RUN-MODE = 'I'
              MOVE WS-APPLIED-COUNT TO WS-ROW-COUNT
              MOVE 'INCR' TO WS-JOB-OUTCOME
           ELSE
              IF WS-FORCED = 'Y'
                 MOVE 'FORCED' TO WS-JOB-OUTCOME
              ELSE
                 MOVE 'FULL' TO WS-JOB-OUTCOME
              END-IF
           END-IF
           IF WS-ROW-COUNT > 99999
              MOVE 99999 TO WS-JOB-COUNT
           ELSE
              MOVE WS-ROW-COUNT TO WS-JOB-COUNT
           END-IF
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

      *    Incremental unless the control row, the weekday, an admin
      *    request, the carried-forward totals or a gap where the
      *    retention engine has already aged off journal rows this
      *    run still needed say otherwise.
       120-CHOOSE-MODE.
           MOVE 'I' TO WS-RUN-MODE
           COMPUTE WS-TODAY-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD)
           COMPUTE WS-TODAY-DAY-OF-WEEK =
              FUNCTION MOD(WS-TODAY-INTEGER, 7)
           IF WS-TODAY-DAY-OF-WEEK = 0
              MOVE 7 TO WS-TODAY-DAY-OF-WEEK
           END-IF
           MOVE 'STF063T' TO SNPC-File
           EXEC CICS READ
                FILE('STF103S')
                INTO (SNPC-REC)
                RIDFLD (SNPC-File)
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-CTL-FOUND
           ELSE
              MOVE 'N' TO WS-CTL-FOUND
              MOVE 'F' TO WS-RUN-MODE
              GO TO 120-EXIT
           END-IF
           IF SNPC-Force-Full = 'Y' OR
              SNPC-Full-Day NOT NUMERIC OR
              SNPC-Full-Day = 0 OR
              SNPC-Full-Day = WS-TODAY-DAY-OF-WEEK OR
              SNPC-Last-Jrnl-Key NOT NUMERIC OR
              SNPC-Last-Run-Date NOT NUMERIC OR
              SNPC-Last-Run-Date = 0 OR
              SNPC-Snap-Rows NOT NUMERIC
              MOVE 'F' TO WS-RUN-MODE
              GO TO 120-EXIT
           END-IF
           MOVE SNPC-Snap-Rows TO WS-SNAP-ROWS
           MOVE SNPC-Last-Jrnl-Key TO WS-HIGH-JRNL-KEY
           PERFORM 170-LOAD-AGGREGATES
           IF WS-RUN-MODE = 'F'
              GO TO 120-EXIT
           END-IF
           MOVE LOW-VALUES TO JRNL-KEY
           EXEC CICS STARTBR
                FILE('STF069J')
                RIDFLD (JRNL-KEY)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL)
              EXEC CICS READNEXT
                   FILE('STF069J')
                   INTO (JRNL-REC)
                   RIDFLD (JRNL-KEY)
                   RESP(WS-RETNCODE)
              END-EXEC
              EXEC CICS ENDBR
                   FILE('STF069J')
              END-EXEC
              IF WS-RETNCODE = DFHRESP(NORMAL) AND
                 JRNL-KEY-NUM > SNPC-Last-Jrnl-Num + 1
                 MOVE 'F' TO WS-RUN-MODE
              END-IF
           END-IF.
       120-EXIT.
           EXIT.

      *    Re-read for update so an admin's change to the weekly day
      *    made during the run stands; a request for a full rebuild
      *    is cleared only by a run that did one.
       130-SAVE-CONTROL.
           MOVE 'STF063T' TO SNPC-File
           EXEC CICS READ
                FILE('STF103S')
                INTO (SNPC-REC)
                RIDFLD (SNPC-File)
                UPDATE
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              MOVE 'STF063T' TO SNPC-File
              MOVE 7 TO SNPC-Full-Day
              MOVE 'N' TO SNPC-Force-Full
              MOVE 0 TO SNPC-Last-Full-Date
           END-IF
           IF WS-RUN-MODE = 'F'
              MOVE 'N' TO SNPC-Force-Full
              MOVE WS-TODAY-YYYYMMDD TO SNPC-Last-Full-Date
              IF WS-FORCED = 'Y'
                 MOVE 'FORCED' TO SNPC-Last-Mode
              ELSE
                 MOVE 'FULL' TO SNPC-Last-Mode
              END-IF
           ELSE
              MOVE 'INCR' TO SNPC-Last-Mode
           END-IF
           MOVE WS-HIGH-JRNL-KEY TO SNPC-Last-Jrnl-Key
           MOVE WS-TODAY-YYYYMMDD TO SNPC-Last-Run-Date
           MOVE WS-SNAP-ROWS TO SNPC-Snap-Rows
           IF WS-RETNCODE = DFHRESP(NORMAL)
              EXEC CICS REWRITE
                   FILE('STF103S')
                   FROM (SNPC-REC)
                   RESP(WS-RETNCODE)
              END-EXEC
           ELSE
              EXEC CICS WRITE
                   FILE('STF103S')
                   FROM (SNPC-REC)
                   RIDFLD (SNPC-File)
                   RESP(WS-RETNCODE)
              END-EXEC
           END-IF.
       130-EXIT.
           EXIT.

      *    Delete-by-read until empty - the same mass-delete idiom
      *    the training reset uses; no generic file purge exists in
      *    this tree.
       150-EXIT.
           EXIT.

      *    The department successor map, loaded once per run.
       160-LOAD-DEPT-MAP.
           MOVE '01' TO DMQ-VERSION
           MOVE 0 TO DMQ-COUNT
           EXEC CICS LINK
                PROGRAM('SM141')
                COMMAREA(DMQ-COMMAREA)
                LENGTH(LENGTH OF DMQ-COMMAREA)
                RESP(WS-RETNCODE3)
           END-EXEC
           IF WS-RETNCODE3 NOT = DFHRESP(NORMAL)
              MOVE 0 TO DMQ-COUNT
           END-IF.
       160-EXIT.
           EXIT.

      *    Carries forward the totals of the run the control row
      *    names; any line that does not read back as SM98AGG wrote
      *    it means the totals cannot be trusted, so rebuild.
       170-LOAD-AGGREGATES.
           MOVE 0 TO WS-AG-USED
           MOVE SNPC-Last-Run-Date TO WS-AG-LOAD-DATE
           MOVE 'SM98AGG' TO RPT-Report-ID
           MOVE WS-AG-LOAD-DATE TO RPT-Run-Date
           MOVE 1 TO RPT-Line-Number
           EXEC CICS READ
                FILE('STF010R')
                INTO (RPT-REC)
                RIDFLD (RPT-KEYS)
                RESP(WS-RPT-RESP)
           END-EXEC
           IF WS-RPT-RESP NOT = DFHRESP(NORMAL) OR
              RPT-Line-Text(1:19) NOT = 'NIGHTLY SNAPSHOT AG'
              MOVE 'F' TO WS-RUN-MODE
              GO TO 170-EXIT
           END-IF
           PERFORM UNTIL WS-RPT-RESP NOT = DFHRESP(NORMAL)
              MOVE 'SM98AGG' TO RPT-Report-ID
              MOVE WS-AG-LOAD-DATE TO RPT-Run-Date
              ADD 1 TO RPT-Line-Number
              EXEC CICS READ
                   FILE('STF010R')
                   INTO (RPT-REC)
                   RIDFLD (RPT-KEYS)
                   RESP(WS-RPT-RESP)
              END-EXEC
              IF WS-RPT-RESP = DFHRESP(NORMAL)
                 IF WS-AG-USED >= 150 OR
                    RPT-Line-Text(15:7) NOT NUMERIC
                    MOVE 'F' TO WS-RUN-MODE
                 ELSE
                    ADD 1 TO WS-AG-USED
                    MOVE RPT-Line-Text(1:1) TO WS-AG-KIND(WS-AG-USED)
                    MOVE RPT-Line-Text(3:10) TO WS-AG-KEY(WS-AG-USED)
                    MOVE RPT-Line-Text(15:7) TO
                         WS-AG-COUNT(WS-AG-USED)
                 END-IF
              END-IF
           END-PERFORM.
       170-EXIT.
           EXIT.

      *    The original full rebuild. The journal's high key is
      *    taken first, so anything written while the copy runs is
      *    simply applied again next time - whole after-images make
      *    that harmless.
       190-FULL-REBUILD.
           MOVE 0 TO WS-HIGH-JRNL-NUM
           MOVE HIGH-VALUES TO JRNL-KEY
           EXEC CICS STARTBR
                FILE('STF069J')
                RIDFLD (JRNL-KEY)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL)
              EXEC CICS READPREV
                   FILE('STF069J')
                   INTO (JRNL-REC)
                   RIDFLD (JRNL-KEY)
                   RESP(WS-RETNCODE)
              END-EXEC
              EXEC CICS ENDBR
                   FILE('STF069J')
              END-EXEC
              IF WS-RETNCODE = DFHRESP(NORMAL)
                 MOVE JRNL-KEY TO WS-HIGH-JRNL-KEY
              END-IF
           END-IF
           MOVE 0 TO WS-AG-USED
           MOVE 0 TO WS-ROW-COUNT
           MOVE +1 TO WS-AG-DELTA
           PERFORM 150-PURGE-SNAPSHOT
           MOVE 'STF001C' TO WS-FILE-NAME
           PERFORM 200-COPY-ONE-FILE
           MOVE 'STF001H' TO WS-FILE-NAME
           PERFORM 200-COPY-ONE-FILE
           MOVE WS-ROW-COUNT TO WS-SNAP-ROWS.
       190-EXIT.
           EXIT.

       200-COPY-ONE-FILE.
           EXEC CICS STARTBR
                FILE(WS-FILE-NAME)
           IF TICKET-DEPARTMENT NOT = SPACES
              MOVE 'D' TO WS-AG-WORK-KIND
              MOVE TICKET-DEPARTMENT TO WS-AG-WORK-KEY
              PERFORM VARYING WS-DM-SUB FROM 1 BY 1
                      UNTIL WS-DM-SUB > DMQ-COUNT
                 IF DMQ-OLD-DEPT(WS-DM-SUB) = TICKET-DEPARTMENT
                    MOVE DMQ-NEW-DEPT(WS-DM-SUB) TO WS-AG-WORK-KEY
                 END-IF
              END-PERFORM
              PERFORM 350-BUMP-BUCKET
           END-IF
           IF TICKET-ASSIGNED-TO NOT = SPACES AND
           IF WS-AG-HIT = 'Y'
              SUBTRACT 1 FROM WS-AG-SUB
           ELSE
              IF WS-AG-DELTA < 0
                 MOVE 'Y' TO WS-AG-DRIFT
                 GO TO 350-EXIT
              END-IF
              IF WS-AG-USED >= 150
                 GO TO 350-EXIT
              END-IF
              MOVE WS-AG-WORK-KEY TO WS-AG-KEY(WS-AG-SUB)
              MOVE 0 TO WS-AG-COUNT(WS-AG-SUB)
           END-IF
           IF WS-AG-DELTA < 0 AND WS-AG-COUNT(WS-AG-SUB) = 0
              MOVE 'Y' TO WS-AG-DRIFT
              GO TO 350-EXIT
           END-IF
           ADD WS-AG-DELTA TO WS-AG-COUNT(WS-AG-SUB).
       350-EXIT.
           EXIT.

      *    provider value.
       400-WRITE-AGGREGATES.
           MOVE 'SM98AGG' TO RPT-Report-ID
           MOVE BDQ-BUS-DATE TO RPT-Run-Date
           MOVE 1 TO RPT-Line-Number
           PERFORM UNTIL RPT-Line-Number = 0
              EXEC CICS READ
                      RESP(WS-RPT-RESP)
                 END-EXEC
                 MOVE 'SM98AGG' TO RPT-Report-ID
                 MOVE BDQ-BUS-DATE TO RPT-Run-Date
                 ADD 1 TO RPT-Line-Number
              ELSE
                 MOVE 0 TO RPT-Line-Number
           PERFORM 910-WRITE-RPT-LINE
           PERFORM VARYING WS-AG-SUB FROM 1 BY 1
                   UNTIL WS-AG-SUB > WS-AG-USED
              IF WS-AG-COUNT(WS-AG-SUB) > 0
                 MOVE WS-AG-COUNT(WS-AG-SUB) TO WS-CNT-DISP
                 MOVE SPACES TO WS-RPT-WORK
                 MOVE WS-AG-KIND(WS-AG-SUB) TO WS-RPT-WORK(1:1)
                 MOVE WS-AG-KEY(WS-AG-SUB) TO WS-RPT-WORK(3:10)
                 MOVE WS-CNT-DISP TO WS-RPT-WORK(15:7)
                 PERFORM 910-WRITE-RPT-LINE
              END-IF
           END-PERFORM.
       400-EXIT.
           EXIT.

      *    The journal rows written since the last run, in key
      *    order. Each ticket's snapshot row is read first so its old
      *    image comes off the totals before the new one goes on.
       500-APPLY-JOURNAL.
           COMPUTE JRNL-KEY-NUM = SNPC-Last-Jrnl-Num + 1
           EXEC CICS STARTBR
                FILE('STF069J')
                RIDFLD (JRNL-KEY)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              GO TO 500-EXIT
           END-IF
           PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
              EXEC CICS READNEXT
                   FILE('STF069J')
                   INTO (JRNL-REC)
                   RIDFLD (JRNL-KEY)
                   RESP(WS-RETNCODE)
              END-EXEC
              IF WS-RETNCODE = DFHRESP(NORMAL)
                 PERFORM 510-APPLY-ONE-IMAGE
                 MOVE JRNL-KEY TO WS-HIGH-JRNL-KEY
                 ADD 1 TO WS-APPLIED-COUNT
              END-IF
           END-PERFORM
           EXEC CICS ENDBR
                FILE('STF069J')
           END-EXEC.
       500-EXIT.
           EXIT.

       510-APPLY-ONE-IMAGE.
           MOVE JRNL-Ticket-ID TO WS-SNAP-KEY
           EXEC CICS READ
                FILE('STF063T')
                INTO (TICKET-REC)
                RIDFLD (WS-SNAP-KEY)
                UPDATE
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-SNAP-FOUND
              MOVE -1 TO WS-AG-DELTA
              PERFORM 300-TALLY-AGGREGATES
           ELSE
              MOVE 'N' TO WS-SNAP-FOUND
           END-IF
           MOVE 'Y' TO WS-HAVE-IMAGE
           IF JRNL-Action = 'D'
              EXEC CICS READ
                   FILE('STF001H')
                   INTO (TICKET-REC)
                   RIDFLD (WS-SNAP-KEY)
                   RESP(WS-RETNCODE2)
              END-EXEC
              IF WS-RETNCODE2 NOT = DFHRESP(NORMAL)
                 MOVE 'N' TO WS-HAVE-IMAGE
              END-IF
           ELSE
              MOVE JRNL-IMAGE TO TICKET-REC
           END-IF
           IF WS-HAVE-IMAGE = 'Y'
              IF WS-SNAP-FOUND = 'Y'
                 EXEC CICS REWRITE
                      FILE('STF063T')
                      FROM (TICKET-REC)
                      RESP(WS-RETNCODE2)
                 END-EXEC
              ELSE
                 EXEC CICS WRITE
                      FILE('STF063T')
                      FROM (TICKET-REC)
                      RIDFLD (TICKET-KEY)
                      RESP(WS-RETNCODE2)
                 END-EXEC
                 IF WS-RETNCODE2 = DFHRESP(NORMAL)
                    ADD 1 TO WS-SNAP-ROWS
                 END-IF
              END-IF
              IF WS-RETNCODE2 = DFHRESP(NORMAL)
                 MOVE +1 TO WS-AG-DELTA
                 PERFORM 300-TALLY-AGGREGATES
              ELSE
                 MOVE 'Y' TO WS-AG-DRIFT
              END-IF
           ELSE
              IF WS-SNAP-FOUND = 'Y'
                 EXEC CICS DELETE
                      FILE('STF063T')
                      RESP(WS-RETNCODE2)
                 END-EXEC
                 IF WS-RETNCODE2 = DFHRESP(NORMAL) AND
                    WS-SNAP-ROWS > 0
                    SUBTRACT 1 FROM WS-SNAP-ROWS
                 END-IF
              END-IF
           END-IF
           MOVE +1 TO WS-AG-DELTA.
       510-EXIT.
           EXIT.

      *    The snapshot must hold exactly one row per live and
      *    archived ticket, and every row is counted under exactly
      *    one status.
       560-CHECK-CONTROL-TOTALS.
           MOVE 'Y' TO WS-CTL-OK
           IF WS-AG-DRIFT = 'Y'
              MOVE 'N' TO WS-CTL-OK
              GO TO 560-EXIT
           END-IF
           MOVE 0 TO WS-AG-STATUS-SUM
           PERFORM VARYING WS-AG-SUB FROM 1 BY 1
                   UNTIL WS-AG-SUB > WS-AG-USED
              IF WS-AG-KIND(WS-AG-SUB) = 'S'
                 ADD WS-AG-COUNT(WS-AG-SUB) TO WS-AG-STATUS-SUM
              END-IF
           END-PERFORM
           IF WS-AG-STATUS-SUM NOT = WS-SNAP-ROWS
              MOVE 'N' TO WS-CTL-OK
              GO TO 560-EXIT
           END-IF
           MOVE 0 TO WS-LIVE-ROWS
           MOVE 'STF001C' TO WS-FILE-NAME
           PERFORM 570-COUNT-ONE-FILE
           MOVE 'STF001H' TO WS-FILE-NAME
           PERFORM 570-COUNT-ONE-FILE
           IF WS-LIVE-ROWS NOT = WS-SNAP-ROWS
              MOVE 'N' TO WS-CTL-OK
           END-IF.
       560-EXIT.
           EXIT.

       570-COUNT-ONE-FILE.
           MOVE LOW-VALUES TO WS-PURGE-KEY
           EXEC CICS STARTBR
                FILE(WS-FILE-NAME)
                RIDFLD (WS-PURGE-KEY)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              GO TO 570-EXIT
           END-IF
           PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
              EXEC CICS READNEXT
                   FILE(WS-FILE-NAME)
                   INTO (WS-SCRATCH-SNAP)
                   RIDFLD (WS-PURGE-KEY)
                   RESP(WS-RETNCODE)
              END-EXEC
              IF WS-RETNCODE = DFHRESP(NORMAL)
                 ADD 1 TO WS-LIVE-ROWS
              END-IF
           END-PERFORM
           EXEC CICS ENDBR
                FILE(WS-FILE-NAME)
           END-EXEC.
       570-EXIT.
           EXIT.

       910-WRITE-RPT-LINE.
           MOVE WS-RPT-WORK TO RPT-Line-Text
           ADD 1 TO RPT-Line-Number
           MOVE FUNCTION CURRENT-DATE(9:6) TO JOBH-End-Time
           MOVE WS-JOB-COUNT TO JOBH-Count
           MOVE WS-JOB-OUTCOME TO JOBH-Outcome
           MOVE BDQ-BUS-DATE TO JOBH-Bus-Date
           EXEC CICS WRITE
                FILE('STF026J')
                FROM (JOBH-REC)
