      *  tallied per category+priority, and the slowest decile of     *
      *  tickets by total elapsed days is listed individually.        *
      *  Output to the STF010R repository under 'SM43RPT'.            *
      *                                                                *
      *  The scan checkpoints through the SM173 service every          *
      *  WS-CKPT-INTERVAL tickets, the way SM016's does - the last     *
      *  key, the stage tallies and the slow-ticket list go to STF122K *
      *  under one SYNCPOINT - so a run the region recycled under      *
      *  resumes from there when SM43 is next started. The row goes    *
      *  once the report is out; a row SM031 discarded means the next  *
      *  start runs clean.                                             *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       COPY STF001C REPLACING ==TICKET-REC== BY ==WS-TICKET-REC==.
       77  WS-RETNCODE                           PIC S9(8) COMP.
       77  WS-RETNCODE2                          PIC S9(8) COMP.

      *    Checkpoint/restart: the tallies and the slow-ticket list
      *    built so far, flattened into one image for the STF122K row,
      *    and the date the run's repository lines are filed under.
           COPY SMCKP01 REPLACING ==CKQ-COMMAREA== BY ==WS-CKP-AREA==.
       77  WS-CKP-RESP                           PIC S9(8) COMP.
       01  WS-CKPT-INTERVAL                      PIC 9(05) VALUE 500.
       01  WS-CKPT-COUNT                         PIC 9(05) VALUE 0.
       01  WS-CKPT-RECORDS                       PIC 9(07) VALUE 0.
       01  WS-CKPT-RESUME                        PIC X VALUE 'N'.
       01  WS-CKPT-PHASE                         PIC X VALUE 'S'.
       01  WS-CKPT-LAST-KEY                      PIC X(07) VALUE
           LOW-VALUES.
       01  WS-RUN-DATE                           PIC 9(08).
       01  WS-CKPT-IMAGE.
           05 CI-SUMMARY-TABLE                   PIC X(8000).
           05 CI-SUMMARY-COUNT                   PIC S9(4) COMP.
           05 CI-SLOW-TABLE                      PIC X(5000).
           05 CI-SLOW-COUNT                      PIC S9(4) COMP.
           05 CI-RUN-DATE                        PIC 9(08).

       LINKAGE SECTION.
       01  DFHCOMMAREA                           PIC X(01).
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 170-CHECK-RESTART
           IF WS-CKPT-RESUME = 'N'
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
              MOVE 0 TO WS-SUMMARY-COUNT
              MOVE 0 TO WS-SLOW-COUNT
           END-IF
           IF WS-CKPT-PHASE = 'S'
              PERFORM 200-SCAN-CLOSED-TICKETS
              MOVE 'W' TO WS-CKPT-PHASE
              PERFORM 270-SAVE-CHECKPOINT
           END-IF
           PERFORM 300-WRITE-REPORT
           PERFORM 180-END-RUN
           EXEC CICS RETURN
           END-EXEC.
       100-EXIT.
           EXIT.

       200-SCAN-CLOSED-TICKETS.
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
                 IF TICKET-STATUS = 'CLOSED'
                    PERFORM 210-WALK-LOG-CHAIN
                    PERFORM 230-ACCUMULATE
                 END-IF
                 MOVE TICKET-KEY TO WS-CKPT-LAST-KEY
                 ADD 1 TO WS-CKPT-RECORDS
                 ADD 1 TO WS-CKPT-COUNT
                 IF WS-CKPT-COUNT NOT < WS-CKPT-INTERVAL
                    PERFORM 260-TAKE-CHECKPOINT
                 END-IF
              END-IF
           END-PERFORM
           EXEC CICS ENDBR
       250-EXIT.
           EXIT.

      *    Mid-scan checkpoint, the SM001 735-CHECKPOINT way: browse
      *    ended, STF122K row saved and committed, browse re-opened
      *    GTEQ the last key - its ticket comes back once more and the
      *    key test in the scan passes over it.
       260-TAKE-CHECKPOINT.
           EXEC CICS ENDBR
                FILE('STF063T')
           END-EXEC
           PERFORM 270-SAVE-CHECKPOINT
           MOVE WS-CKPT-LAST-KEY TO TICKET-KEY
           EXEC CICS STARTBR
                FILE('STF063T')
                RIDFLD (TICKET-KEY)
                GTEQ
                RESP   (WS-RETNCODE)
           END-EXEC
           MOVE 0 TO WS-CKPT-COUNT.
       260-EXIT.
           EXIT.

      *    SM173 re-reads the row at every save; a DISCARD the
      *    console set while the run was moving ends it here - the
      *    work since the last checkpoint is backed out, and the next
      *    start clears what was committed and begins again clean.
       270-SAVE-CHECKPOINT.
           MOVE WS-SUMMARY-TABLE TO CI-SUMMARY-TABLE
           MOVE WS-SUMMARY-COUNT TO CI-SUMMARY-COUNT
           MOVE WS-SLOW-TABLE TO CI-SLOW-TABLE
           MOVE WS-SLOW-COUNT TO CI-SLOW-COUNT
           MOVE WS-RUN-DATE TO CI-RUN-DATE
           MOVE '01' TO CKQ-VERSION
           MOVE 'SAVE' TO CKQ-FUNCTION
           MOVE 'SM43' TO CKQ-JOB-ID
           MOVE WS-CKPT-PHASE TO CKQ-PHASE
           MOVE WS-RUN-DATE TO CKQ-RUN-DATE
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
       270-EXIT.
           EXIT.

      *    An STF122K row for SM43 is an interrupted run: its tallies
      *    and run date come back and the scan carries on from the
      *    last key, or the report is written straight away when the
      *    scan had finished. A discarded row, or one whose image no
      *    longer fits this layout, is removed and the run starts
      *    clean - 310's delete-and-replace clears any lines left.
       170-CHECK-RESTART.
           MOVE 'N' TO WS-CKPT-RESUME
           MOVE '01' TO CKQ-VERSION
           MOVE 'READ' TO CKQ-FUNCTION
           MOVE 'SM43' TO CKQ-JOB-ID
           EXEC CICS LINK
                PROGRAM('SM173')
                COMMAREA(WS-CKP-AREA)
                LENGTH(LENGTH OF WS-CKP-AREA)
                RESP(WS-CKP-RESP)
           END-EXEC
           IF WS-CKP-RESP NOT = DFHRESP(NORMAL) OR CKQ-FOUND NOT = 'Y'
              GO TO 170-EXIT
           END-IF
           IF CKQ-STATUS = 'DISCARD' OR
              CKQ-STATE-LEN NOT = LENGTH OF WS-CKPT-IMAGE
              PERFORM 180-END-RUN
              GO TO 170-EXIT
           END-IF
           MOVE CKQ-STATE TO WS-CKPT-IMAGE
           MOVE CI-SUMMARY-TABLE TO WS-SUMMARY-TABLE
           MOVE CI-SUMMARY-COUNT TO WS-SUMMARY-COUNT
           MOVE CI-SLOW-TABLE TO WS-SLOW-TABLE
           MOVE CI-SLOW-COUNT TO WS-SLOW-COUNT
           MOVE CI-RUN-DATE TO WS-RUN-DATE
           MOVE CKQ-PHASE TO WS-CKPT-PHASE
           MOVE CKQ-LAST-KEY TO WS-CKPT-LAST-KEY
           MOVE CKQ-RECORDS TO WS-CKPT-RECORDS
           MOVE 'Y' TO WS-CKPT-RESUME.
       170-EXIT.
           EXIT.

       180-END-RUN.
           MOVE '01' TO CKQ-VERSION
           MOVE 'DONE' TO CKQ-FUNCTION
           MOVE 'SM43' TO CKQ-JOB-ID
           EXEC CICS LINK
                PROGRAM('SM173')
                COMMAREA(WS-CKP-AREA)
                LENGTH(LENGTH OF WS-CKP-AREA)
                RESP(WS-CKP-RESP)
           END-EXEC.
       180-EXIT.
           EXIT.

       300-WRITE-REPORT.
           PERFORM 310-INIT-RPT-RUN
           MOVE WS-RPT-HEADER TO RPT-Line-Text
      *    convention as every other STF010R writer.
       310-INIT-RPT-RUN.
           MOVE 'SM43RPT' TO RPT-Report-ID
           MOVE WS-RUN-DATE TO RPT-Run-Date
           MOVE 1 TO RPT-Line-Number
           PERFORM UNTIL RPT-Line-Number = 0
              EXEC CICS READ
                      RESP(WS-RPT-RESP)
                 END-EXEC
                 MOVE 'SM43RPT' TO RPT-Report-ID
                 MOVE WS-RUN-DATE TO RPT-Run-Date
                 ADD 1 TO RPT-Line-Number
              ELSE
                 MOVE 0 TO RPT-Line-Number
