      *  current record - whatever fields STF001C happens to carry -  *
      *  instead of a hand-maintained list that silently drops newer   *
      *  fields from history as the ticket record grows.                *
      *                                                                *
      *  A ticket under legal hold stays on STF001C however old it is: *
      *  the holds in force come from the SM144 service once per run,  *
      *  and an eligible ticket whose number, requestor or department  *
      *  is held is left unqueued. Each held ticket and the run's      *
      *  archived and held counts go to STF010R under 'SM15RPT'. When  *
      *  the hold list cannot be had the run archives nothing and      *
      *  ends NOHOLD, which stops the nightly chain for the operator.  *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY STF001C REPLACING ==TICKET-REC== BY ==WS-TICKET-REC==.
           COPY STF008D.
           COPY SMJRN01 REPLACING ==JRN-COMMAREA== BY ==WS-JRN-AREA==.
           COPY STF002H.
           COPY STF010R.
           COPY SMHLD01 REPLACING ==HLQ-COMMAREA== BY ==WS-HOLD-AREA==.
       77  WS-RPT-RESP                           PIC S9(8) COMP.
       01  WS-RPT-WORK                           PIC X(80).
       01  WS-HOLD-OK                            PIC X(01).
       01  WS-HOLD-SUB                           PIC 9(03).
       01  WS-HOLD-HIT                           PIC X(01).
       01  WS-HOLD-MATTER                        PIC X(20).
       01  WS-HOLD-TICKET                        PIC X(07).
       01  WS-HOLD-USER                          PIC X(08).
       01  WS-HOLD-DEPT                          PIC X(08).
       01  WS-HELD-COUNT                         PIC 9(05) VALUE 0.
       01  WS-COUNT-DISP                         PIC ZZZZ9.

       01  WS-LOG-REC.
           05 WS-LOG-KEYS.
       77  WS-RETNCODE2                          PIC S9(8) COMP.
      *    Probe/verify buffer for the STF001H reads - sized ahead of
      *    the record, same as the other scratch ticket buffers.
       01  WS-VERIFY-REC                         PIC X(1000).
       01  WS-LOG-SLICE-DONE                     PIC X VALUE 'N'.

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
           MOVE 0 TO WS-ARCHIVE-COUNT
           MOVE BDQ-BUS-DATE TO WS-TODAY-YYYYMMDD
           COMPUTE WS-CUTOFF-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD)
                 - WS-RETENTION-DAYS
           PERFORM 150-INIT-RPT-RUN
           PERFORM 170-LOAD-HOLDS
           IF WS-HOLD-OK NOT = 'Y'
              IF WS-HOLD-OK = 'O'
                 MOVE 'MORE THAN 200 HOLDS IN FORCE - SEE SM145 REPORT'
                      TO WS-RPT-WORK
                 PERFORM 910-WRITE-RPT-LINE
              END-IF
              MOVE 'HOLD LIST UNAVAILABLE - NOTHING ARCHIVED'
                   TO WS-RPT-WORK
              PERFORM 910-WRITE-RPT-LINE
              MOVE 0 TO WS-JOB-COUNT
              MOVE 'NOHOLD' TO WS-JOB-OUTCOME
              PERFORM 800-WRITE-JOB-HISTORY
              EXEC CICS RETURN
              END-EXEC
           END-IF
           PERFORM 200-QUEUE-ELIGIBLE-TICKETS
           PERFORM 300-ARCHIVE-QUEUED-TICKETS
           EXEC CICS DELETEQ TS
                QUEUE(WS-QNAME)
                RESP(WS-RETNCODE)
           END-EXEC
           PERFORM 400-WRITE-TOTALS
           MOVE WS-ARCHIVE-COUNT TO WS-JOB-COUNT
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

       200-QUEUE-ELIGIBLE-TICKETS.
           EXEC CICS STARTBR
                FILE('STF001C')
                    COMPUTE WS-LAST-UPD-INTEGER =
                       FUNCTION INTEGER-OF-DATE(WS-LAST-UPD-YYYYMMDD)
                    IF WS-LAST-UPD-INTEGER < WS-CUTOFF-INTEGER
                       MOVE TICKET-KEY TO WS-HOLD-TICKET
                       MOVE TICKET-REQUESTOR TO WS-HOLD-USER
                       MOVE TICKET-DEPARTMENT TO WS-HOLD-DEPT
                       PERFORM 280-CHECK-HOLD
                       IF WS-HOLD-HIT = 'Y'
                          PERFORM 290-REPORT-HELD
                       ELSE
                          EXEC CICS WRITEQ TS
                               QUEUE(WS-QNAME)
                               FROM (TICKET-KEY)
                          END-EXEC
                       END-IF
                    END-IF
                 END-IF
              END-IF
       200-EXIT.
           EXIT.

      *    The holds in force tonight, one LINK per run.
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
           ELSE
              IF HLQ-OVERFLOW NOT = 'N'
                 MOVE 'O' TO WS-HOLD-OK
              END-IF
           END-IF.
       170-EXIT.
           EXIT.

      *    WS-HOLD-HIT is Y when the ticket, requestor or department
      *    in WS-HOLD-TICKET/-USER/-DEPT is named by a hold in force.
       280-CHECK-HOLD.
           MOVE 'N' TO WS-HOLD-HIT
           PERFORM VARYING WS-HOLD-SUB FROM 1 BY 1
                   UNTIL WS-HOLD-SUB > HLQ-COUNT
                   OR WS-HOLD-HIT = 'Y'
              EVALUATE HLQ-TYPE(WS-HOLD-SUB)
                WHEN 'T'
                     IF HLQ-VALUE(WS-HOLD-SUB) = WS-HOLD-TICKET
                        MOVE 'Y' TO WS-HOLD-HIT
                     END-IF
                WHEN 'R'
                     IF HLQ-VALUE(WS-HOLD-SUB) = WS-HOLD-USER
                        MOVE 'Y' TO WS-HOLD-HIT
                     END-IF
                WHEN 'D'
                     IF HLQ-VALUE(WS-HOLD-SUB) = WS-HOLD-DEPT
                        MOVE 'Y' TO WS-HOLD-HIT
                     END-IF
              END-EVALUATE
              IF WS-HOLD-HIT = 'Y'
                 MOVE HLQ-MATTER(WS-HOLD-SUB) TO WS-HOLD-MATTER
              END-IF
           END-PERFORM.
       280-EXIT.
           EXIT.

       290-REPORT-HELD.
           ADD 1 TO WS-HELD-COUNT
           MOVE SPACES TO WS-RPT-WORK
           STRING 'TICKET ' DELIMITED BY SIZE
                  TICKET-KEY DELIMITED BY SIZE
                  ' NOT ARCHIVED - LEGAL HOLD ' DELIMITED BY SIZE
                  WS-HOLD-MATTER DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE.
       290-EXIT.
           EXIT.

       300-ARCHIVE-QUEUED-TICKETS.
           EXEC CICS READQ TS
                QUEUE(WS-QNAME)
       300-EXIT.
           EXIT.

       400-WRITE-TOTALS.
           MOVE SPACES TO WS-RPT-WORK
           MOVE WS-ARCHIVE-COUNT TO WS-COUNT-DISP
           STRING 'TICKETS ARCHIVED:       ' DELIMITED BY SIZE
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
           MOVE 'SM15RPT' TO RPT-Report-ID
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
                 MOVE 'SM15RPT' TO RPT-Report-ID
                 MOVE BDQ-BUS-DATE TO RPT-Run-Date
                 ADD 1 TO RPT-Line-Number
              ELSE
                 MOVE 0 TO RPT-Line-Number
              END-IF
           END-PERFORM
           MOVE 'NIGHTLY TICKET ARCHIVE' TO WS-RPT-WORK
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
