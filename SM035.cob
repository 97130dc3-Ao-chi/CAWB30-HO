      *  business review runs on should not improve because a breach   *
      *  has not been worked yet. Output goes to the STF010R report    *
      *  repository under report-id 'SM35RPT' for SM030's viewer.      *
      *                                                                *
      *  The scan checkpoints through the SM173 service every          *
      *  WS-CKPT-INTERVAL tickets, as SM016's does - last key, tallies *
      *  and staged selections to STF122K under one SYNCPOINT - so a   *
      *  run cut short by a region recycle resumes from there the next *
      *  time SM35 is started, and the row goes once the report is     *
      *  out. A row SM031 discarded means the next start runs clean.   *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       COPY STF001C REPLACING ==TICKET-REC== BY ==WS-TICKET-REC==.
       77  WS-PARM-RESP                          PIC S9(8) COMP.

           COPY STF022L.
           COPY SMPRT01 REPLACING ==PRQ-COMMAREA== BY ==WS-PRT-AREA==.
       77  WS-PRT-RESP                           PIC S9(8) COMP.
           COPY STF009N.
       01  WS-DST-LAST-SEQ                       PIC 9(05).
       77  WS-DST-RESP                           PIC S9(8) COMP.
       77  WS-DST-RESP2                          PIC S9(8) COMP.

      *    Checkpoint/restart image: the tallies so far and the
      *    selections staged through SM042, whose STF031Q row is gone
      *    once the first checkpoint commits.
           COPY SMCKP01 REPLACING ==CKQ-COMMAREA== BY ==WS-CKP-AREA==.
       77  WS-CKP-RESP                           PIC S9(8) COMP.
       01  WS-CKPT-INTERVAL                      PIC 9(05) VALUE 500.
       01  WS-CKPT-COUNT                         PIC 9(05) VALUE 0.
       01  WS-CKPT-RECORDS                       PIC 9(07) VALUE 0.
       01  WS-CKPT-RESUME                        PIC X VALUE 'N'.
       01  WS-CKPT-PHASE                         PIC X VALUE 'S'.
       01  WS-CKPT-LAST-KEY                      PIC X(07) VALUE
           LOW-VALUES.
       01  WS-CKPT-IMAGE.
           05 CI-SUMMARY-TABLE                   PIC X(4400).
           05 CI-SUMMARY-COUNT                   PIC S9(4) COMP.
           05 CI-TOT-MET                         PIC 9(05) COMP-3.
           05 CI-TOT-MISSED                      PIC 9(05) COMP-3.
           05 CI-PARM-ACTIVE                     PIC X.
           05 CI-PARM-REC                        PIC X(50).
           05 CI-TODAY-YYYYMMDD                  PIC 9(08).

       LINKAGE SECTION.
       01  DFHCOMMAREA                           PIC X(01).
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 170-CHECK-RESTART
           IF WS-CKPT-RESUME = 'N'
              PERFORM 150-READ-REPORT-PARMS
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YYYYMMDD
              MOVE 0 TO WS-SUMMARY-COUNT
              MOVE 0 TO WS-TOT-MET
              MOVE 0 TO WS-TOT-MISSED
           END-IF
           IF WS-CKPT-PHASE = 'S'
              PERFORM 200-SCAN-AND-JUDGE
              MOVE 'W' TO WS-CKPT-PHASE
              PERFORM 260-SAVE-CHECKPOINT
           END-IF
           PERFORM 300-WRITE-REPORT
           PERFORM 330-NOTIFY-SUBSCRIBERS
           PERFORM 335-PRINT-RUN
           PERFORM 180-END-RUN
           EXEC CICS RETURN
           END-EXEC.
       100-EXIT.
           EXIT.

       200-SCAN-AND-JUDGE.
           MOVE WS-CKPT-LAST-KEY TO TICKET-KEY
           EXEC CICS STARTBR
                FILE('STF063T')
                RIDFLD (TICKET-KEY)
                GTEQ
                RESP   (WS-RETNCODE)
           END-EXEC
           PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
                   RIDFLD (TICKET-KEY)
                   RESP   (WS-RETNCODE)
              END-EXEC
              IF WS-RETNCODE = DFHRESP(NORMAL) AND
                 TICKET-KEY > WS-CKPT-LAST-KEY
                 EVALUATE TRUE
                   WHEN TICKET-STATUS = 'CLOSED' OR
                        TICKET-STATUS = 'COMPLETED'
                        MOVE 'N' TO WS-MET-FLAG
                        PERFORM 230-ADD-TO-SUMMARY
                 END-EVALUATE
                 MOVE TICKET-KEY TO WS-CKPT-LAST-KEY
                 ADD 1 TO WS-CKPT-RECORDS
                 ADD 1 TO WS-CKPT-COUNT
                 IF WS-CKPT-COUNT NOT < WS-CKPT-INTERVAL
                    PERFORM 250-TAKE-CHECKPOINT
                 END-IF
              END-IF
           END-PERFORM
           EXEC CICS ENDBR
       200-EXIT.
           EXIT.

      *    Mid-scan checkpoint, the SM001 735-CHECKPOINT way: browse
      *    ended, STF122K row saved and committed, browse re-opened
      *    GTEQ the last key - its ticket comes back once more and the
      *    key test above passes over it.
       250-TAKE-CHECKPOINT.
           EXEC CICS ENDBR
                FILE('STF063T')
           END-EXEC
           PERFORM 260-SAVE-CHECKPOINT
           MOVE WS-CKPT-LAST-KEY TO TICKET-KEY
           EXEC CICS STARTBR
                FILE('STF063T')
                RIDFLD (TICKET-KEY)
                GTEQ
                RESP   (WS-RETNCODE)
           END-EXEC
           MOVE 0 TO WS-CKPT-COUNT.
       250-EXIT.
           EXIT.

      *    SM173 re-reads the row at every save; a DISCARD the
      *    console set while the run was moving ends it here - the
      *    work since the last checkpoint is backed out, and the next
      *    start clears what was committed and begins again clean.
       260-SAVE-CHECKPOINT.
           MOVE WS-SUMMARY-TABLE TO CI-SUMMARY-TABLE
           MOVE WS-SUMMARY-COUNT TO CI-SUMMARY-COUNT
           MOVE WS-TOT-MET TO CI-TOT-MET
           MOVE WS-TOT-MISSED TO CI-TOT-MISSED
           MOVE WS-PARM-ACTIVE TO CI-PARM-ACTIVE
           MOVE PARM-REC TO CI-PARM-REC
           MOVE WS-TODAY-YYYYMMDD TO CI-TODAY-YYYYMMDD
           MOVE '01' TO CKQ-VERSION
           MOVE 'SAVE' TO CKQ-FUNCTION
           MOVE 'SM35' TO CKQ-JOB-ID
           MOVE WS-CKPT-PHASE TO CKQ-PHASE
           MOVE WS-TODAY-YYYYMMDD TO CKQ-RUN-DATE
           MOVE WS-CKPT-LAST-KEY TO CKQ-LAST-KEY
           MOVE WS-CKPT-RECORDS TO CKQ-RECORDS
           MOVE 0 TO CKQ-LINES
           MOVE SPACES TO CKQ-USERID
           MOVE LENGTH OF WS-CKPT-IMAGE TO CKQ-STATE-LEN
           MOVE WS-CKPT-IMAGE TO CKQ-STATE
           MOVE SPACES TO CKQ-STATUS
           EXEC CICS LINK
                PROGRAM('SM173')
                COMMAREA(WS-CKP-AREA)
                LENGTH(LENGTH OF WS-CKP-AREA)
                RESP(WS-CKP-RESP)
           END-EXEC
           IF WS-CKP-RESP = DFHRESP(NORMAL) AND
              CKQ-STATUS = 'DISCARD'
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
              EXEC CICS RETURN
              END-EXEC
           END-IF
           EXEC CICS SYNCPOINT
           END-EXEC.
       260-EXIT.
           EXIT.

      *    The closure stamp is the newest STF002E row's timestamp -
      *    the entry the closing program wrote - rebuilt MM/DD/YYYY
      *    to YYYYMMDD the same way SM015/SM021 rebuild
      *    other STF010R writer.
       310-INIT-RPT-RUN.
           MOVE 'SM35RPT' TO RPT-Report-ID
           MOVE WS-TODAY-YYYYMMDD TO RPT-Run-Date
           MOVE 1 TO RPT-Line-Number
           PERFORM UNTIL RPT-Line-Number = 0
              EXEC CICS READ
                      RESP(WS-RPT-RESP)
                 END-EXEC
                 MOVE 'SM35RPT' TO RPT-Report-ID
                 MOVE WS-TODAY-YYYYMMDD TO RPT-Run-Date
                 ADD 1 TO RPT-Line-Number
              ELSE
                 MOVE 0 TO RPT-Line-Number
       320-EXIT.
           EXIT.

      *    An STF122K row for SM35 is an interrupted run: tallies,
      *    selections and run date come back and the scan carries on
      *    from the last key, or the report is written straight away
      *    when the scan had finished. A discarded row, or one whose
      *    image no longer fits this layout, is removed and the run
      *    starts clean - 310's delete-and-replace takes care of any
      *    repository lines the partial run left. The discarded run
      *    had consumed the SM042 request, so its selections go back
      *    on STF031Q for the clean start to read - unless a newer
      *    request is already staged there, which then stands.
       170-CHECK-RESTART.
           MOVE 'N' TO WS-CKPT-RESUME
           MOVE '01' TO CKQ-VERSION
           MOVE 'READ' TO CKQ-FUNCTION
           MOVE 'SM35' TO CKQ-JOB-ID
           EXEC CICS LINK
                PROGRAM('SM173')
                COMMAREA(WS-CKP-AREA)
                LENGTH(LENGTH OF WS-CKP-AREA)
                RESP(WS-CKP-RESP)
           END-EXEC
           IF WS-CKP-RESP NOT = DFHRESP(NORMAL) OR CKQ-FOUND NOT = 'Y'
              GO TO 170-EXIT
           END-IF
           IF CKQ-STATUS = 'DISCARD' AND
              CKQ-STATE-LEN = LENGTH OF WS-CKPT-IMAGE
              MOVE CKQ-STATE TO WS-CKPT-IMAGE
              IF CI-PARM-ACTIVE = 'Y'
                 MOVE CI-PARM-REC TO PARM-REC
                 EXEC CICS WRITE
                      FILE('STF031Q')
                      FROM (PARM-REC)
                      RIDFLD (PARM-Report-ID)
                      RESP(WS-PARM-RESP)
                 END-EXEC
              END-IF
           END-IF
           IF CKQ-STATUS = 'DISCARD' OR
              CKQ-STATE-LEN NOT = LENGTH OF WS-CKPT-IMAGE
              PERFORM 180-END-RUN
              GO TO 170-EXIT
           END-IF
           MOVE CKQ-STATE TO WS-CKPT-IMAGE
           MOVE CI-SUMMARY-TABLE TO WS-SUMMARY-TABLE
           MOVE CI-SUMMARY-COUNT TO WS-SUMMARY-COUNT
           MOVE CI-TOT-MET TO WS-TOT-MET
           MOVE CI-TOT-MISSED TO WS-TOT-MISSED
           MOVE CI-PARM-ACTIVE TO WS-PARM-ACTIVE
           MOVE CI-PARM-REC TO PARM-REC
           MOVE CI-TODAY-YYYYMMDD TO WS-TODAY-YYYYMMDD
           MOVE CKQ-PHASE TO WS-CKPT-PHASE
           MOVE CKQ-LAST-KEY TO WS-CKPT-LAST-KEY
           MOVE CKQ-RECORDS TO WS-CKPT-RECORDS
           MOVE 'Y' TO WS-CKPT-RESUME.
       170-EXIT.
           EXIT.

       180-END-RUN.
           MOVE '01' TO CKQ-VERSION
           MOVE 'DONE' TO CKQ-FUNCTION
           MOVE 'SM35' TO CKQ-JOB-ID
           EXEC CICS LINK
                PROGRAM('SM173')
                COMMAREA(WS-CKP-AREA)
                LENGTH(LENGTH OF WS-CKP-AREA)
                RESP(WS-CKP-RESP)
           END-EXEC.
       180-EXIT.
           EXIT.

      *    Reads (and consumes) this report's STF031Q request row, if
      *    the operator staged one through SM042 - the selections
      *    below then replace the report's built-in default period,
       160-EXIT.
           EXIT.

      *    A default printer on the report's STF022L list gets
      *    the finished run on paper through SM152 - no printer
      *    named on the list, nothing is printed.
       335-PRINT-RUN.
           MOVE '01' TO PRQ-VERSION
           MOVE SPACES TO PRQ-PRINTER
           MOVE 'SM35RPT' TO PRQ-REPORT-ID
           MOVE WS-TODAY-YYYYMMDD TO PRQ-RUN-DATE
           MOVE 0 TO PRQ-FROM-LINE
           MOVE 99999 TO PRQ-TO-LINE
           MOVE 'SM35' TO PRQ-REQUESTED-BY
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
                      OR DIST-Report-ID NOT = 'SM35RPT'
                 MOVE SPACES TO DIST-Printer
                 EXEC CICS READNEXT
                      FILE('STF022L')
                      INTO(DIST-REC)
                 END-EXEC
                 IF WS-DST-RESP = DFHRESP(NORMAL) AND
                    DIST-Report-ID = 'SM35RPT' AND
                    DIST-ACTIVE = 'Y' AND
                    DIST-Userid NOT = SPACES
                    PERFORM 340-POST-ONE-NOTICE
                 END-IF
              END-PERFORM
